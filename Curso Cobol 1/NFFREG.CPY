      *----------------------------------------------------------------
      * NFFREG.CPY
      * LAYOUT UNICO DO REGISTRO DE LINHAS DAS NOTAS FISCAIS DE
      * FORNECEDOR (NFFORMF.DAT), REGISTRADAS E CONFERIDAS PELO
      * CONFNOTA CONTRA O PEDIDO DE COMPRA (PRECO COMBINADO) E O
      * RECEBIMENTO (QUANTIDADE RECEBIDA).
      * CHAVE: FORNECEDOR + NUMERO DA NOTA + LINHA (01 A 20). CADA
      * LINHA REFERE UM PEDIDO DE COMPRA DO MESMO FORNECEDOR.
      * STATUS (IGUAL EM TODAS AS LINHAS DA NOTA): C=CONFERIDA
      * B=BLOQUEADA L=LIBERADA COM DIVERGENCIA PELO SUPERVISOR
      * X=RECUSADA. MOTIVO: DIVERGENCIA DA LINHA (BRANCO SE CONFERE).
      * QTDRECEB/PRECOPED: VALORES DO PEDIDO NA ULTIMA CONFERENCIA.
      * TITULO: TITULO A PAGAR GERADO (APAGMF.DAT) QUANDO C OU L.
      *----------------------------------------------------------------
          02 REG-NF-CHAVE.
             03 REG-NF-FORNECEDOR PIC X(05).
             03 REG-NF-NOTA     PIC 9(09).
             03 REG-NF-LINHA    PIC 9(02).
          02 REG-NF-EMISSAO     PIC 9(08).
          02 REG-NF-VENCIMENTO  PIC 9(08).
          02 REG-NF-PEDIDO      PIC 9(08).
          02 REG-NF-PRODUTO     PIC X(06).
          02 REG-NF-QTD         PIC 9(05)V99.
          02 REG-NF-PRECO       PIC 9(06)V99.
          02 REG-NF-VALOR       PIC 9(09)V99.
          02 REG-NF-QTDRECEB    PIC 9(05)V99.
          02 REG-NF-PRECOPED    PIC 9(06)V99.
          02 REG-NF-STATUS      PIC X(01).
          02 REG-NF-MOTIVO      PIC X(30).
          02 REG-NF-TITULO      PIC 9(08).
          02 REG-NF-DATASIT     PIC 9(08).
          02 REG-NF-OPERADOR    PIC X(08).
