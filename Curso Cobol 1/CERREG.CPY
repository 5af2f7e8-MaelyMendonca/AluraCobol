      *----------------------------------------------------------------
      * CERREG.CPY
      * LAYOUT UNICO DO REGISTRO DO LIVRO DE REGISTRO DE CERTIFICADOS
      * DE CONCLUSAO DE CURSO (CERTMF.DAT), GRAVADO PELA EMISSAO DE
      * CERTIFICADOS. CHAVE: NUMERO DE REGISTRO, SEQUENCIAL E NUNCA
      * REAPROVEITADO. UM ALUNO TEM UM UNICO REGISTRO; A SEGUNDA VIA
      * MANTEM O NUMERO ORIGINAL E GUARDA A QUANTIDADE DE VIAS
      * EMITIDAS, A DATA, O MOTIVO E O OPERADOR DA ULTIMA REEMISSAO
      * (AS ANTERIORES FICAM NO LOG DO SISTEMA).
      * TURMAFINAL/PERIODOFINAL: ULTIMA TURMA APROVADA NO HISTORICO.
      *----------------------------------------------------------------
          02 REG-CE-NUMERO      PIC 9(06).
          02 REG-CE-MATRICULA   PIC X(08).
          02 REG-CE-NOME        PIC X(30).
          02 REG-CE-TURMAFINAL  PIC X(06).
          02 REG-CE-PERIODOFINAL PIC 9(05).
          02 REG-CE-DATAEMISSAO PIC 9(08).
          02 REG-CE-OPERADOR    PIC X(08).
          02 REG-CE-QTDVIAS     PIC 9(02).
          02 REG-CE-DATAVIA     PIC 9(08).
          02 REG-CE-MOTIVOVIA   PIC X(40).
          02 REG-CE-OPERVIA     PIC X(08).
