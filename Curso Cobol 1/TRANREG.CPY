      * PRECISA SER FEITA AQUI.
      * TIPO: V=VENDA D=DEVOLUCAO (BRANCO E TRATADO COMO VENDA).
      * LOJA: CODIGO DO PONTO DE VENDA DE ORIGEM (BRANCO=MATRIZ).
      * PRODUTO/QTD: ITEM DO PRODMF E QUANTIDADE VENDIDA, BAIXADOS DO
      * ESTOQMF PELO PROG04 (DEVOLUCAO RETORNA AO ESTOQUE). PRODUTO EM
      * BRANCO = VENDA SEM ITEM DE ESTOQUE (LOTES NO LAYOUT ANTERIOR).
      *----------------------------------------------------------------
          02 REG-TR-TIPO        PIC X(01).
          02 REG-TR-VALOR       PIC 9(06).
          02 REG-TR-CATEGORIA   PIC X(10).
          02 REG-TR-CLIENTE     PIC X(05).
          02 REG-TR-LOJA        PIC X(02).
          02 REG-TR-PRODUTO     PIC X(06).
          02 REG-TR-QTD         PIC 9(05)V99.
