      *----------------------------------------------------------------
      * CMVREG.CPY
      * LAYOUT UNICO DO REGISTRO DO RAZAO DE CUSTO DOS MOVIMENTOS DE
      * ESTOQUE (CUSTOMOV.DAT), GRAVADO PELA ROTINA CUSTOSRV E LIDO
      * PELA VALORIZACAO DO ESTOQUE E PELA CONTABILIZACAO (CONTABIL).
      * TIPO: E=ENTRADA S=SAIDA.
      * ORIGEM: CP=RECEBIMENTO DE COMPRA EN=ENTRADA MANUAL
      * AJ=AJUSTE DE ESTOQUE VE=VENDA (ENTRADA = DEVOLUCAO DE VENDA)
      * FR=ITEM DE PEDIDO DE FRETE DV=DEVOLUCAO DE RMA
      * IV=DIFERENCA DE INVENTARIO FISICO (INVENTAR).
      * OS=MATERIAL REQUISITADO POR ORDEM DE SERVICO (OSMANU).
      * VALOR: QTD X CUSTOUNIT DO MOMENTO DO MOVIMENTO.
      *----------------------------------------------------------------
          02 REG-CV-DATA        PIC 9(08).
          02 REG-CV-HORA        PIC 9(08).
          02 REG-CV-PRODUTO     PIC X(06).
          02 REG-CV-TIPO        PIC X(01).
          02 REG-CV-ORIGEM      PIC X(02).
          02 REG-CV-QTD         PIC 9(05)V99.
          02 REG-CV-CUSTOUNIT   PIC 9(07)V9999.
          02 REG-CV-VALOR       PIC 9(09)V99.
