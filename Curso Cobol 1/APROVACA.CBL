       0003-SOLICITAR.
           DISPLAY ' ACAO (FECHAVEN=FECHAMENTO DE VENDAS '
              'EXPURGO=EXPURGO DE VENDAS REMESSA=REMESSA DA '
              'FOLHA ENCERANO=ENCERRAMENTO DO EXERCICIO '
              'ANONIMIZ=ANONIMIZACAO DE DADOS PESSOAIS '
              'ARQUIVA=ARQUIVAMENTO DE PEDIDOS E FATURAS)?'.
           ACCEPT WRK-ACAO.
           IF WRK-ACAO NOT = 'FECHAVEN'
                 AND WRK-ACAO NOT = 'EXPURGO'
                 AND WRK-ACAO NOT = 'REMESSA'
                 AND WRK-ACAO NOT = 'ENCERANO'
                 AND WRK-ACAO NOT = 'ANONIMIZ'
                 AND WRK-ACAO NOT = 'ARQUIVA'
              DISPLAY 'ACAO DESCONHECIDA.'
           ELSE
              PERFORM 0000-LERSEQ
