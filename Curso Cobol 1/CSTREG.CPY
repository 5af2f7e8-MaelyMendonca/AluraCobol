      *----------------------------------------------------------------
      * CSTREG.CPY
      * LAYOUT UNICO DO REGISTRO DE CUSTO MEDIO PONDERADO POR PRODUTO
      * (CUSTOMF.DAT), MANTIDO EXCLUSIVAMENTE PELA ROTINA CUSTOSRV A
      * CADA MOVIMENTO DE ESTOQUE. CHAVE: PRODUTO.
      * CUSTOMEDIO: CUSTO UNITARIO MEDIO PONDERADO, RECALCULADO SO NAS
      * ENTRADAS COM CUSTO INFORMADO (RECEBIMENTO DE COMPRAS E ENTRADA
      * MANUAL COM NOTA). DEMAIS ENTRADAS E SAIDAS USAM O MEDIO.
      * QTD: QUANTIDADE ACOMPANHADA PELO CUSTO (ASSINADA, COMO O SALDO
      * DO ESTOQUE). VALOR: QTD VALORIZADA AO CUSTO MEDIO.
      *----------------------------------------------------------------
          02 REG-CS-PRODUTO     PIC X(06).
          02 REG-CS-CUSTOMEDIO  PIC 9(07)V9999.
          02 REG-CS-QTD         PIC S9(07)V99.
          02 REG-CS-VALOR       PIC S9(11)V99.
          02 REG-CS-DATAULT     PIC 9(08).
