      *----------------------------------------------------------------
      * PCOREG.CPY
      * LAYOUT UNICO DO REGISTRO DE PEDIDOS DE COMPRA (PCOMPMF.DAT),
      * EMITIDOS E RECEBIDOS PELO COMPRAS E LIDOS NA CONFERENCIA DAS
      * NOTAS DE FORNECEDOR (CONFNOTA). UM PRODUTO POR PEDIDO.
      * PROPOSTAS DE REPOSICAO SAO GRAVADAS PELO REPOSICA COMO
      * RASCUNHO E CONFIRMADAS OU DESCARTADAS PELO COMPRADOR.
      * STATUS: A=ABERTO P=PARCIALMENTE RECEBIDO F=FECHADO
      * R=PROPOSTA DE REPOSICAO A CONFIRMAR D=PROPOSTA DESCARTADA.
      *----------------------------------------------------------------
          02 REG-PC-NUMERO     PIC 9(08).
          02 REG-PC-DATA       PIC 9(08).
          02 REG-PC-FORNECEDOR PIC X(05).
          02 REG-PC-PRODUTO    PIC X(06).
          02 REG-PC-QTDPEDIDA  PIC 9(05)V99.
          02 REG-PC-PRECO      PIC 9(06)V99.
          02 REG-PC-QTDRECEBIDA PIC 9(05)V99.
          02 REG-PC-STATUS     PIC X(01).
