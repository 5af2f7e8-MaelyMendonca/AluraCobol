      *----------------------------------------------------------------
      * PDHREG.CPY
      * LAYOUT UNICO DO REGISTRO DO HISTORICO DA PROVISAO PARA
      * DEVEDORES DUVIDOSOS (PDDHIST.DAT), UMA LINHA POR COMPETENCIA,
      * GRAVADO PELO PROVPDD NO FECHAMENTO DO MES E LIDO PELA
      * EXTRACAO CONTABIL.
      * FAIXA: SALDO EM ABERTO POR FAIXA DE ATRASO (ATE 29 / 30-59 /
      * 60-89 / 90 OU MAIS DIAS) E PERC O PERCENTUAL APLICADO.
      * PROVISAO: SALDO NECESSARIO DA PROVISAO NA COMPETENCIA.
      * ANTERIOR: PROVISAO DA COMPETENCIA ANTERIOR REGISTRADA.
      * CONSTITUICAO/REVERSAO: AJUSTE DO MES (SO UM DELES > 0).
      *----------------------------------------------------------------
          02 REG-PH-COMPETENCIA PIC 9(06).
          02 REG-PH-DATA        PIC 9(08).
          02 REG-PH-OPERADOR    PIC X(08).
          02 REG-PH-FAIXAS OCCURS 4 TIMES.
             03 REG-PH-FAIXA    PIC 9(11)V99.
             03 REG-PH-PERC     PIC 9(03)V99.
          02 REG-PH-PROVISAO    PIC 9(11)V99.
          02 REG-PH-ANTERIOR    PIC 9(11)V99.
          02 REG-PH-CONSTITUICAO PIC 9(11)V99.
          02 REG-PH-REVERSAO    PIC 9(11)V99.
