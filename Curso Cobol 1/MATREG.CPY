      *----------------------------------------------------------------
      * MATREG.CPY
      * LAYOUT UNICO DO REGISTRO DE SOLICITACOES DE MATRICULA
      * (MATRICMF.DAT), GRAVADO PELO PROCESSO DE MATRICULA. CHAVE:
      * NUMERO SEQUENCIAL DA SOLICITACAO, QUE DEFINE A ORDEM DE
      * ATENDIMENTO DA LISTA DE ESPERA.
      * STATUS: M=MATRICULADO (OCUPA VAGA) E=EM LISTA DE ESPERA
      * C=CANCELADA T=ENCERRADA POR TRANSFERENCIA DE TURMA.
      * DATASIT: DATA DA ULTIMA MUDANCA DE STATUS.
      *----------------------------------------------------------------
          02 REG-MR-NUMERO      PIC 9(06).
          02 REG-MR-ALUNO       PIC X(08).
          02 REG-MR-TURMA       PIC X(06).
          02 REG-MR-PERIODO     PIC 9(05).
          02 REG-MR-DATASOL     PIC 9(08).
          02 REG-MR-STATUS      PIC X(01).
          02 REG-MR-DATASIT     PIC 9(08).
          02 REG-MR-OPERADOR    PIC X(08).
