      * COMPARTILHADO PELA MANUTENCAO DE ALUNOS E PELOS PROGRAMAS DE
      * AVALIACAO QUE VALIDAM A MATRICULA E IMPRIMEM O NOME.
      * STATUS: A=ATIVO I=INATIVO.
      * DATAINATIVO: DATA EM QUE O ALUNO FICOU INATIVO (ZEROS=ATIVO),
      * BASE DO PRAZO DE RETENCAO DA LGPD. ALUNO ANONIMIZADO TEM O
      * NOME 'ANONIMIZADO LGPD' E MANTEM MATRICULA, TURMA E NOTAS.
      *----------------------------------------------------------------
          02 REG-AL-MATRICULA   PIC X(08).
          02 REG-AL-NOME        PIC X(30).
          02 REG-AL-TURMA       PIC X(06).
          02 REG-AL-STATUS      PIC X(01).
          02 REG-AL-DATAINATIVO PIC 9(08).
