      *----------------------------------------------------------------
      * MTEREG.CPY
      * LAYOUT UNICO DO REGISTRO DE CONDICOES DE MENSALIDADE
      * (MENSTERM.DAT), MANTIDO PELAS MENSALIDADES ESCOLARES E
      * GRAVADO PELO PROCESSO DE MATRICULA QUANDO O ALUNO OCUPA UMA
      * VAGA (VALOR DA TURMA, BOLSA PRESERVADA) OU TEM A MATRICULA
      * CANCELADA (CONDICAO EXCLUIDA). CHAVE: MATRICULA DO ALUNO.
      *----------------------------------------------------------------
          02 REG-MT-MATRICULA  PIC X(08).
          02 REG-MT-VALOR      PIC 9(06)V99.
          02 REG-MT-BOLSA      PIC 9(02)V99.
