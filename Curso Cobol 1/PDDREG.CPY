      *----------------------------------------------------------------
      * PDDREG.CPY
      * LAYOUT UNICO DO REGISTRO DE MOVIMENTOS DE PERDAS COM
      * RECEBIVEIS (PDDMOV.DAT): BAIXAS DE FATURAS INCOBRAVEIS FEITAS
      * PELO PROVPDD E RECUPERACOES RECEBIDAS DEPOIS DA BAIXA NO
      * CONTAS A RECEBER OU NO RETORNO BANCARIO. LIDO PELA EXTRACAO
      * CONTABIL.
      * TIPO: B=BAIXA COMO PERDA R=RECUPERACAO DE PERDA.
      * SUPERVISOR: QUEM AUTORIZOU A BAIXA (BRANCO NA RECUPERACAO).
      *----------------------------------------------------------------
          02 REG-PM-DATA        PIC 9(08).
          02 REG-PM-FATURA      PIC 9(08).
          02 REG-PM-CLIENTE     PIC X(05).
          02 REG-PM-TIPO        PIC X(01).
          02 REG-PM-VALOR       PIC 9(09)V99.
          02 REG-PM-MOTIVO      PIC X(30).
          02 REG-PM-OPERADOR    PIC X(08).
          02 REG-PM-SUPERVISOR  PIC X(08).
