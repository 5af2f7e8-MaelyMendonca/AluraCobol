      *----------------------------------------------------------------
      * EDIREG.CPY
      * LAYOUT UNICO DO REGISTRO DE REFERENCIAS DE PEDIDOS EDI
      * (EDIREFMF.DAT), GRAVADO PELO PRGCOB03 NA IMPORTACAO DE
      * PEDIDOS ENVIADOS POR ARQUIVO PELOS CLIENTES (EDIPED.DAT).
      * CHAVE: CLIENTE + REFERENCIA DO PEDIDO NO CLIENTE, USADA PARA
      * RECUSAR O REENVIO DE UMA REFERENCIA JA RECEBIDA.
      * PEDIDO: NUMERO DO PEDIDO GERADO NO PEDIDMF.DAT.
      *----------------------------------------------------------------
          02 REG-ER-CHAVE.
             03 REG-ER-CLIENTE  PIC X(05).
             03 REG-ER-REFCLI   PIC X(15).
          02 REG-ER-PEDIDO      PIC 9(08).
          02 REG-ER-DATA        PIC 9(08).
          02 REG-ER-OPERADOR    PIC X(08).
