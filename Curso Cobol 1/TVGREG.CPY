      *----------------------------------------------------------------
      * TVGREG.CPY
      * LAYOUT UNICO DO REGISTRO DE VAGAS DAS TURMAS (TURMVAGA.DAT),
      * MANTIDO PELO PROCESSO DE MATRICULA. CHAVE: TURMA + PERIODO
      * (AAAAS). CAPACIDADE: NUMERO DE VAGAS DA TURMA NO PERIODO.
      * MENSALIDADE: VALOR BASE GRAVADO NAS CONDICOES DE MENSALIDADE
      * (MENSTERM.DAT) DO ALUNO QUANDO ELE OCUPA UMA VAGA NA TURMA.
      *----------------------------------------------------------------
          02 REG-TV-CHAVE.
             03 REG-TV-TURMA     PIC X(06).
             03 REG-TV-PERIODO   PIC 9(05).
          02 REG-TV-CAPACIDADE  PIC 9(03).
          02 REG-TV-MENSALIDADE PIC 9(06)V99.
