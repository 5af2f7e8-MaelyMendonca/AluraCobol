      *----------------------------------------------------------------
      * VIAGREG.CPY
      * LAYOUT UNICO DO REGISTRO DE VIAGENS DE CARGA (VIAGEMMF.DAT),
      * GRAVADO PELO PLANEJAMENTO DE CARGA, QUE AGRUPA OS PEDIDOS
      * PENDENTES POR TRANSPORTADORA E REGIAO DE CEP (CEPPARM.DAT)
      * RESPEITANDO O PESO MAXIMO DA TRANSPORTADORA. O RASTREAMENTO
      * DE ENTREGAS EMBARCA TODOS OS PEDIDOS DA VIAGEM DE UMA VEZ.
      * CEPINI/CEPFIM: FAIXA DA REGIAO (ZEROS = FORA DAS REGIOES).
      * SITUACAO: P=PLANEJADA E=EMBARCADA.
      *----------------------------------------------------------------
          02 REG-VG-NUMERO      PIC 9(06).
          02 REG-VG-DATA        PIC 9(08).
          02 REG-VG-TRANSP      PIC X(03).
          02 REG-VG-CEPINI      PIC 9(08).
          02 REG-VG-CEPFIM      PIC 9(08).
          02 REG-VG-QTDPED      PIC 9(03).
          02 REG-VG-QTDPARADAS  PIC 9(03).
          02 REG-VG-PESO        PIC 9(06)V99.
          02 REG-VG-PESOMAX     PIC 9(05)V99.
          02 REG-VG-VALOR       PIC 9(10)V99.
          02 REG-VG-SITUACAO    PIC X(01).
          02 REG-VG-DATAEMB     PIC 9(08).
          02 REG-VG-OPERADOR    PIC X(08).
