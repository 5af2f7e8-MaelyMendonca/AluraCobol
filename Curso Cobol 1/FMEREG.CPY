      *----------------------------------------------------------------
      * FMEREG.CPY
      * LAYOUT UNICO DO REGISTRO DO CHECKLIST DE FECHAMENTO MENSAL
      * (FECHMF.DAT), MANTIDO PELO FECHAMENTO MENSAL (FECHAMES) E
      * CONSULTADO PELA CONTABILIDADE AO FECHAR A COMPETENCIA.
      * CHAVE: COMPETENCIA AAAAMM + NUMERO DA ETAPA. AS ETAPAS E SEUS
      * PRE-REQUISITOS SAO DEFINIDOS NO FECHAMES.
      * FINAL: S=ETAPA DE FECHAMENTO DA COMPETENCIA EM PERCONT.DAT,
      * QUE SO E LIBERADA COM AS DEMAIS CONCLUIDAS OU DISPENSADAS.
      * SITUACAO: P=PENDENTE C=CONCLUIDA F=FALHOU D=DISPENSADA PELO
      * SUPERVISOR.
      * MODO: E=EXECUTADA PELO CHECKLIST R=EXECUTADA FORA E REGISTRADA
      * D=DISPENSADA. OPERADOR/DATA/HORA: ULTIMA ACAO SOBRE A ETAPA.
      * SUPERVISOR E MOTIVO: PREENCHIDOS NA DISPENSA.
      *----------------------------------------------------------------
          02 REG-FM-CHAVE.
             03 REG-FM-COMPETENCIA PIC 9(06).
             03 REG-FM-ETAPA       PIC 9(02).
          02 REG-FM-PROGRAMA    PIC X(08).
          02 REG-FM-DESCRICAO   PIC X(30).
          02 REG-FM-FINAL       PIC X(01).
          02 REG-FM-SITUACAO    PIC X(01).
          02 REG-FM-MODO        PIC X(01).
          02 REG-FM-OPERADOR    PIC X(08).
          02 REG-FM-DATA        PIC 9(08).
          02 REG-FM-HORA        PIC 9(08).
          02 REG-FM-SUPERVISOR  PIC X(08).
          02 REG-FM-MOTIVO      PIC X(30).
