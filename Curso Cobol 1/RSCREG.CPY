      *----------------------------------------------------------------
      * RSCREG.CPY
      * LAYOUT UNICO DO REGISTRO DO HISTORICO MENSAL DE RISCO DE
      * EVASAO (RISCOHIS.DAT), GRAVADO PELO RELATORIO MENSAL DE RISCO
      * DE EVASAO. CHAVE: MATRICULA + COMPETENCIA (AAAAMM). SO SAO
      * GRAVADOS ALUNOS COM PONTUACAO MAIOR QUE ZERO; O REPROCESSA-
      * MENTO DO MES SUBSTITUI O REGISTRO.
      * SINALIZADO: S=PONTUACAO IGUAL OU ACIMA DO CORTE (ALUNO EM
      * RISCO). DOIS MESES SEGUIDOS SINALIZADOS SAO DESTACADOS.
      *----------------------------------------------------------------
          02 REG-RH-CHAVE.
             03 REG-RH-MATRICULA   PIC X(08).
             03 REG-RH-COMPETENCIA PIC 9(06).
          02 REG-RH-TURMA       PIC X(06).
          02 REG-RH-PONTOS      PIC 9(03).
          02 REG-RH-SINALIZADO  PIC X(01).
          02 REG-RH-DATAPROC    PIC 9(08).
