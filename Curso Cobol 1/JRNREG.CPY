      * TIPO: V=VENDA D=DEVOLUCAO E=ESTORNO DE CORRECAO (GRAVADO
      * PELO VENDCORR; REDUZ VALOR E CONTADORES NO REPROCESSAMENTO,
      * ENQUANTO D REDUZ APENAS O VALOR).
      * PRODUTO/QTD: ITEM E QUANTIDADE MOVIMENTADOS NO ESTOQMF PELA
      * TRANSACAO (BRANCO/ZEROS = SEM MOVIMENTO DE ESTOQUE).
      * CAMPANHA/DESCONTO: PROMOCAO DA CATEGORIA VIGENTE NA DATA DA
      * VENDA (PROMOMF) E VALOR DESCONTADO; VALOR JA E O LIQUIDO.
      * BRANCO/ZEROS = VENDA FORA DE CAMPANHA.
      *----------------------------------------------------------------
          02 REG-JR-SEQ         PIC 9(08).
          02 REG-JR-DATA        PIC 9(08).
          02 REG-JR-CATEGORIA   PIC X(10).
          02 REG-JR-CLIENTE     PIC X(05).
          02 REG-JR-LOJA        PIC X(02).
          02 REG-JR-PRODUTO     PIC X(06).
          02 REG-JR-QTD         PIC 9(05)V99.
          02 REG-JR-CAMPANHA    PIC X(08).
          02 REG-JR-DESCONTO    PIC 9(06).
