      * DIFERENTE APROVA E O PROGRAMA EXECUTOR CONSOME A APROVACAO
      * VIA ROTINA APROVSRV.
      * ACAO: FECHAVEN=FECHAMENTO DE VENDAS EXPURGO=EXPURGO DE
      * VENDAS REMESSA=REMESSA BANCARIA DA FOLHA LMnnnnnn=LANCAMENTO
      * CONTABIL MANUAL NUMERO nnnnnn (LANCMANU) ENCERANO=ENCERRAMENTO
      * DO EXERCICIO CONTABIL ANONIMIZ=ANONIMIZACAO DE DADOS PESSOAIS
      * (LGPD), CONSUMIDA A CADA EXECUCAO DO LOTE OU PEDIDO DO TITULAR.
      * ARQUIVA=ARQUIVAMENTO DE PEDIDOS E FATURAS ENCERRADOS (MOVPURG).
      * SITUACAO: P=PENDENTE A=APROVADA E=EXECUTADA R=RECUSADA.
      *----------------------------------------------------------------
          02 REG-AV-ID          PIC 9(06).
