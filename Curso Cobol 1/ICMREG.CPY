      *----------------------------------------------------------------
      * ICMREG.CPY
      * LAYOUT UNICO DO REGISTRO DE APURACAO MENSAL DO ICMS
      * (APURICMS.DAT DA EMPRESA 01, APURICNN.DAT DAS DEMAIS), GRAVADO
      * PELA APURACAO DO ICMS (APURICMS) AO ENCERRAR A COMPETENCIA.
      * CHAVE: COMPETENCIA AAAAMM.
      * DEBITOS: ICMS DAS FATURAS DO MES. ESTORNOS: ICMS DAS FATURAS
      * ORIGINAIS REVERTIDO PELAS NOTAS DE CREDITO DO MES, NA
      * PROPORCAO DO VALOR CREDITADO. CREDITOS: ICMS DAS NOTAS DE
      * FORNECEDOR CONFERIDAS OU LIBERADAS NO MES, PELA ALIQUOTA DA UF
      * DO FORNECEDOR (UFPARM.DAT).
      * SALDOANT: SALDO CREDOR TRANSPORTADO DA COMPETENCIA ANTERIOR.
      * RECOLHER: ICMS A RECOLHER (DEBITOS - ESTORNOS - CREDITOS -
      * SALDOANT, QUANDO POSITIVO). SALDOCRED: SALDO CREDOR A
      * TRANSPORTAR PARA A COMPETENCIA SEGUINTE (QUANDO OS CREDITOS
      * SUPERAM OS DEBITOS).
      * TITULO: GUIA GERADA NO CONTAS A PAGAR (APAGMF.DAT, ORIGEM I),
      * ZEROS QUANDO NAO HA ICMS A RECOLHER.
      *----------------------------------------------------------------
          02 REG-IM-COMPET      PIC 9(06).
          02 REG-IM-DEBITOS     PIC 9(09)V99.
          02 REG-IM-ESTORNOS    PIC 9(09)V99.
          02 REG-IM-CREDITOS    PIC 9(09)V99.
          02 REG-IM-SALDOANT    PIC 9(09)V99.
          02 REG-IM-RECOLHER    PIC 9(09)V99.
          02 REG-IM-SALDOCRED   PIC 9(09)V99.
          02 REG-IM-TITULO      PIC 9(08).
          02 REG-IM-DATA        PIC 9(08).
          02 REG-IM-OPERADOR    PIC X(08).
