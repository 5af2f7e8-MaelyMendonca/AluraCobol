      *----------------------------------------------------------------
      * DSSREG.CPY
      * LAYOUT UNICO DO REGISTRO DAS DIFERENCAS DO DISSIDIO COLETIVO
      * (DISSMOV.DAT), GRAVADO PELO DISSIDIO NA APLICACAO DO ACORDO:
      * UM REGISTRO POR FUNCIONARIO E COMPETENCIA JA PROCESSADA DESDE
      * A VIGENCIA. ARQUIVO SEQUENCIAL, SEMPRE ACRESCENTADO NO FINAL.
      * COMPETENCIA: COMPETENCIA DE ORIGEM RECALCULADA (FOLHAHIS).
      * COMPPAGTO: COMPETENCIA EM QUE AS DIFERENCAS SAO PAGAS.
      * SALMES: SALARIO BASE APURADO NA COMPETENCIA DE ORIGEM.
      * DIF*: DIFERENCAS DE SALARIO, HORAS EXTRAS/ADICIONAL NOTURNO,
      * FALTAS (A DESCONTAR), PROVENTOS PERCENTUAIS, BRUTO, INSS E
      * IRRF DA COMPETENCIA DE ORIGEM.
      *----------------------------------------------------------------
          02 REG-DS-ACORDO      PIC X(10).
          02 REG-DS-MATRICULA   PIC X(06).
          02 REG-DS-COMPETENCIA PIC 9(06).
          02 REG-DS-COMPPAGTO   PIC 9(06).
          02 REG-DS-PERC        PIC 9(02)V99.
          02 REG-DS-BRUTOORIG   PIC 9(08)V99.
          02 REG-DS-SALMES      PIC 9(07)V99.
          02 REG-DS-DIFSAL      PIC 9(07)V99.
          02 REG-DS-DIFHORAS    PIC 9(07)V99.
          02 REG-DS-DIFFALTAS   PIC 9(07)V99.
          02 REG-DS-DIFEVENTOS  PIC 9(07)V99.
          02 REG-DS-DIFBRUTO    PIC 9(07)V99.
          02 REG-DS-DIFINSS     PIC 9(07)V99.
          02 REG-DS-DIFIRRF     PIC 9(07)V99.
          02 REG-DS-DATA        PIC 9(08).
          02 REG-DS-OPERADOR    PIC X(08).
