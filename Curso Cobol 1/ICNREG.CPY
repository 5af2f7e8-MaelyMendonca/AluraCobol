      *----------------------------------------------------------------
      * ICNREG.CPY
      * LAYOUT UNICO DO REGISTRO DE CONTAGEM DO INVENTARIO FISICO
      * (INVCONT.DAT), UM POR PRODUTO DE CADA CICLO DE CONTAGEM,
      * GRAVADO E ATUALIZADO PELO INVENTARIO FISICO (INVENTAR).
      * CHAVE: CICLO (NUMERADO EM INVCTRL.DAT) + PRODUTO.
      * SALDOCONG: SALDO CONTABIL CONGELADO NA ABERTURA DO CICLO. A
      * DIFERENCA LANCADA E CONTADO - SALDOCONG, APLICADA SOBRE O SALDO
      * DO MOMENTO DO LANCAMENTO, PRESERVANDO OS MOVIMENTOS OCORRIDOS
      * ENTRE O CONGELAMENTO E A APROVACAO.
      * SITUACAO: P=AGUARDANDO CONTAGEM C=CONTADO L=DIFERENCA LANCADA
      * X=CICLO CANCELADO.
      *----------------------------------------------------------------
          02 REG-IC-CHAVE.
             03 REG-IC-CICLO    PIC 9(05).
             03 REG-IC-PRODUTO  PIC X(06).
          02 REG-IC-CATEGORIA   PIC X(10).
          02 REG-IC-DATACONG    PIC 9(08).
          02 REG-IC-SALDOCONG   PIC S9(07)V99.
          02 REG-IC-CONTADO     PIC 9(07)V99.
          02 REG-IC-SITUACAO    PIC X(01).
          02 REG-IC-DIFERENCA   PIC S9(07)V99.
          02 REG-IC-CUSTOUNIT   PIC 9(07)V9999.
          02 REG-IC-DATALANC    PIC 9(08).
          02 REG-IC-OPERADOR    PIC X(08).
