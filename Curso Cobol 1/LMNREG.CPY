      *----------------------------------------------------------------
      * LMNREG.CPY
      * LAYOUT UNICO DO REGISTRO DE LANCAMENTOS CONTABEIS MANUAIS
      * (LANCMAN.DAT), UMA LINHA POR PARTIDA, MANTIDO PELO LANCMANU.
      * CHAVE: NUMERO DO LANCAMENTO + LINHA. OS CAMPOS DATA, HISTORICO,
      * AUTOR, SITUACAO E LOTE SE REPETEM EM TODAS AS LINHAS DO MESMO
      * LANCAMENTO.
      * SITUACAO: P=PENDENTE DE APROVACAO (ACAO LMnnnnnn NO APROVMF)
      * L=LANCADO NO LANCTOS.DAT C=CANCELADO PELO AUTOR R=RECUSADO
      * PELO SUPERVISOR.
      * LOTE: NUMERO DO LOTE GRAVADO NO LANCTOS.DAT (TIPO DE LOTE M).
      * EMPRESA: EMPRESA DO GRUPO (CIAMF) DONA DO LANCAMENTO
      * (BRANCO=01); SO E APROVADO E LANCADO NA SESSAO DA MESMA EMPRESA.
      *----------------------------------------------------------------
          02 REG-LM-CHAVE.
             03 REG-LM-NUMERO   PIC 9(06).
             03 REG-LM-LINHA    PIC 9(02).
          02 REG-LM-DATA        PIC 9(08).
          02 REG-LM-HISTORICO   PIC X(40).
          02 REG-LM-AUTOR       PIC X(08).
          02 REG-LM-SITUACAO    PIC X(01).
          02 REG-LM-CONTA       PIC 9(06).
          02 REG-LM-CCUSTO      PIC X(04).
          02 REG-LM-DC          PIC X(01).
          02 REG-LM-VALOR       PIC 9(11)V99.
          02 REG-LM-LOTE        PIC 9(08).
          02 REG-LM-APROVACAO   PIC 9(06).
          02 REG-LM-EMPRESA     PIC X(02).
