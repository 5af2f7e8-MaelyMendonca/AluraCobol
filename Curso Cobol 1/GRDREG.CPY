      *----------------------------------------------------------------
      * GRDREG.CPY
      * LAYOUT UNICO DO REGISTRO DA GRADE HORARIA DAS TURMAS
      * (GRADEMF.DAT), MANTIDO PELA MANUTENCAO DA GRADE HORARIA E LIDO
      * PELA CHAMADA DIARIA, QUE SO ACEITA PRESENCA EM DATA COM AULA
      * PROGRAMADA PARA A TURMA. CHAVE: TURMA + PERIODO (AAAAS) +
      * DIA DA SEMANA + HORARIO DE INICIO DA AULA (HHMM).
      * DIASEMANA: 2=SEGUNDA ... 7=SABADO (MESMA NUMERACAO DO DATASRV).
      * UM PROFESSOR OU UMA SALA NAO PODEM ESTAR EM DUAS TURMAS NO
      * MESMO PERIODO, DIA E HORARIO.
      *----------------------------------------------------------------
          02 REG-GH-CHAVE.
             03 REG-GH-TURMA     PIC X(06).
             03 REG-GH-PERIODO   PIC 9(05).
             03 REG-GH-DIASEMANA PIC 9(01).
             03 REG-GH-HORARIO   PIC 9(04).
          02 REG-GH-DISCIPLINA  PIC X(20).
          02 REG-GH-PROFESSOR   PIC X(05).
          02 REG-GH-SALA        PIC X(05).
