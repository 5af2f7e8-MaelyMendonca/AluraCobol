      *----------------------------------------------------------------
      * AVSREG.CPY
      * LAYOUT UNICO DO REGISTRO DE AVISOS AOS RESPONSAVEIS
      * (AVISOMF.DAT), GRAVADO PELO PROCESSAMENTO SEMANAL DE AVISOS DE
      * FREQUENCIA E NOTA. CHAVE: MATRICULA + PERIODO (AAAAS) + TIPO.
      * TIPO: F=FREQUENCIA ABAIXO DO MINIMO N=MEDIA PARCIAL ABAIXO DA
      * MEDIA DE APROVACAO.
      * STATUS: E=AVISO ENVIADO (NAO E REPETIDO NAS SEMANAS SEGUINTES)
      * R=SITUACAO REGULARIZADA (NOVA QUEDA GERA NOVO AVISO).
      * VALOR: FREQUENCIA (%) OU MEDIA PARCIAL APURADA NO ENVIO.
      *----------------------------------------------------------------
          02 REG-AV-CHAVE.
             03 REG-AV-MATRICULA PIC X(08).
             03 REG-AV-PERIODO   PIC 9(05).
             03 REG-AV-TIPO      PIC X(01).
          02 REG-AV-TURMA       PIC X(06).
          02 REG-AV-VALOR       PIC 9(03)V99.
          02 REG-AV-LIMITE      PIC 9(03)V99.
          02 REG-AV-DATAENVIO   PIC 9(08).
          02 REG-AV-RESPONSAVEL PIC X(30).
          02 REG-AV-QTDENVIOS   PIC 9(02).
          02 REG-AV-STATUS      PIC X(01).
          02 REG-AV-DATAREG     PIC 9(08).
