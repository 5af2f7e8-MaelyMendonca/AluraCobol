           SELECT ARQ-CONTAMAP ASSIGN TO "CONTAMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTAMAP.
           SELECT ARQ-DEMOPARM ASSIGN TO "DEMOPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEMOPARM.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PLANO.
          02 REG-CM-EVENTO     PIC X(08).
          02 REG-CM-DEBITO     PIC 9(06).
          02 REG-CM-CREDITO    PIC 9(06).
       FD ARQ-DEMOPARM.
       01 REG-DEMOPARM.
       COPY DEMREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PLANO     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CONTAMAP  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-DEMOPARM  PIC X(02)     VALUE ZEROS.
       77 WRK-QTD-DEM      PIC 9(02)     VALUE ZEROS.
       77 WRK-DEM-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-ESCOLHA      PIC 9(02)     VALUE ZEROS.
       77 WRK-VALIDO       PIC X(01)     VALUE 'N'.
       01 WRK-MAP-TAB.
          02 WRK-MAP-ITEM OCCURS 30 TIMES.
             03 WRK-MAP-EVENTO  PIC X(08).
             03 WRK-MAP-DEBITO  PIC 9(06).
             03 WRK-MAP-CREDITO PIC 9(06).
       01 WRK-DEM-TAB.
          02 WRK-DEM-ITEM OCCURS 30 TIMES.
             03 WRK-DM-DEMONST  PIC X(01).
             03 WRK-DM-DESCRICAO PIC X(30).
             03 WRK-DM-CONTAINI PIC 9(06).
             03 WRK-DM-CONTAFIM PIC 9(06).
             03 WRK-DM-NATUREZA PIC X(01).

       PROCEDURE DIVISION.

           DISPLAY ' 2 - LISTAR CONTAS'.
           DISPLAY ' 3 - ATIVAR/INATIVAR CONTA'.
           DISPLAY ' 4 - MANTER MAPEAMENTO DE EVENTOS (CONTAMAP)'.
           DISPLAY ' 5 - MANTER LINHAS DAS DEMONSTRACOES (DEMOPARM)'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
                 PERFORM 0005-MUDARSTATUS
              WHEN '4'
                 PERFORM 0006-MANTERMAPA
              WHEN '5'
                 PERFORM 0008-MANTERDEMONSTRACOES
              WHEN '0'
                 CONTINUE
              WHEN OTHER
              CONTINUE
           ELSE
              IF WRK-ESCOLHA > WRK-QTD-MAP + 1
                    OR WRK-ESCOLHA > 30
                 DISPLAY 'LINHA INVALIDA.'
              ELSE
                 PERFORM 0007-EDITARMAPA
              AT END
                 MOVE '10' TO WRK-FS-CONTAMAP
              NOT AT END
                 IF WRK-QTD-MAP < 30
                    ADD 1 TO WRK-QTD-MAP
                    MOVE REG-CM-EVENTO
                       TO WRK-MAP-EVENTO(WRK-QTD-MAP)
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-IF.

       0008-MANTERDEMONSTRACOES.
           MOVE ZEROS TO WRK-QTD-DEM.
           OPEN INPUT ARQ-DEMOPARM.
           IF WRK-FS-DEMOPARM = '00'
              PERFORM 0000-LERDEMONSTRACAO
                 UNTIL WRK-FS-DEMOPARM = '10'
              CLOSE ARQ-DEMOPARM
           END-IF.
           IF WRK-QTD-DEM = 0
              DISPLAY 'DEMOPARM.DAT VAZIO, AS DEMONSTRACOES USAM A '
                 'TABELA PADRAO.'
           END-IF.
           PERFORM VARYING WRK-DEM-IDX FROM 1 BY 1
                 UNTIL WRK-DEM-IDX > WRK-QTD-DEM
              DISPLAY WRK-DEM-IDX ' ' WRK-DM-DEMONST(WRK-DEM-IDX)
                 ' ' WRK-DM-DESCRICAO(WRK-DEM-IDX)
                 ' ' WRK-DM-CONTAINI(WRK-DEM-IDX)
                 '-' WRK-DM-CONTAFIM(WRK-DEM-IDX)
                 ' ' WRK-DM-NATUREZA(WRK-DEM-IDX)
           END-PERFORM.
           DISPLAY ' LINHA A ALTERAR (0=SAIR, '
              'NOVA LINHA=PROXIMO NUMERO)?'.
           ACCEPT WRK-ESCOLHA.
           IF WRK-ESCOLHA = 0
              CONTINUE
           ELSE
              IF WRK-ESCOLHA > WRK-QTD-DEM + 1
                    OR WRK-ESCOLHA > 30
                 DISPLAY 'LINHA INVALIDA.'
              ELSE
                 PERFORM 0009-EDITARDEMONSTRACAO
              END-IF
           END-IF.

       0000-LERDEMONSTRACAO.
           READ ARQ-DEMOPARM
              AT END
                 MOVE '10' TO WRK-FS-DEMOPARM
              NOT AT END
                 IF WRK-QTD-DEM < 30
                    ADD 1 TO WRK-QTD-DEM
                    MOVE REG-DM-DEMONST
                       TO WRK-DM-DEMONST(WRK-QTD-DEM)
                    MOVE REG-DM-DESCRICAO
                       TO WRK-DM-DESCRICAO(WRK-QTD-DEM)
                    MOVE REG-DM-CONTAINI
                       TO WRK-DM-CONTAINI(WRK-QTD-DEM)
                    MOVE REG-DM-CONTAFIM
                       TO WRK-DM-CONTAFIM(WRK-QTD-DEM)
                    MOVE REG-DM-NATUREZA
                       TO WRK-DM-NATUREZA(WRK-QTD-DEM)
                 END-IF
           END-READ.

       0009-EDITARDEMONSTRACAO.
           IF WRK-ESCOLHA > WRK-QTD-DEM
              MOVE WRK-ESCOLHA TO WRK-QTD-DEM
              MOVE SPACES TO WRK-DM-DEMONST(WRK-ESCOLHA)
              MOVE SPACES TO WRK-DM-DESCRICAO(WRK-ESCOLHA)
              MOVE ZEROS TO WRK-DM-CONTAINI(WRK-ESCOLHA)
              MOVE ZEROS TO WRK-DM-CONTAFIM(WRK-ESCOLHA)
              MOVE SPACES TO WRK-DM-NATUREZA(WRK-ESCOLHA)
           END-IF.
           DISPLAY ' DEMONSTRACAO (R=LINHA DA DRE S=SUBTOTAL DA DRE '
              'A=ATIVO P=PASSIVO/PL)?'.
           ACCEPT WRK-DM-DEMONST(WRK-ESCOLHA).
           DISPLAY ' DESCRICAO DA LINHA?'.
           ACCEPT WRK-DM-DESCRICAO(WRK-ESCOLHA).
           IF WRK-DM-DEMONST(WRK-ESCOLHA) = 'S'
              MOVE ZEROS TO WRK-DM-CONTAINI(WRK-ESCOLHA)
              MOVE ZEROS TO WRK-DM-CONTAFIM(WRK-ESCOLHA)
              MOVE 'C' TO WRK-DM-NATUREZA(WRK-ESCOLHA)
           ELSE
              DISPLAY ' CONTA INICIAL DA FAIXA?'
              ACCEPT WRK-DM-CONTAINI(WRK-ESCOLHA)
              DISPLAY ' CONTA FINAL DA FAIXA?'
              ACCEPT WRK-DM-CONTAFIM(WRK-ESCOLHA)
              DISPLAY ' SALDO NORMAL (D=DEVEDOR C=CREDOR)?'
              ACCEPT WRK-DM-NATUREZA(WRK-ESCOLHA)
           END-IF.
           MOVE 'S' TO WRK-VALIDO.
           IF WRK-DM-DEMONST(WRK-ESCOLHA) NOT = 'R'
                 AND WRK-DM-DEMONST(WRK-ESCOLHA) NOT = 'S'
                 AND WRK-DM-DEMONST(WRK-ESCOLHA) NOT = 'A'
                 AND WRK-DM-DEMONST(WRK-ESCOLHA) NOT = 'P'
              MOVE 'N' TO WRK-VALIDO
              DISPLAY 'DEMONSTRACAO DEVE SER R, S, A OU P.'
           END-IF.
           IF WRK-DM-DESCRICAO(WRK-ESCOLHA) = SPACES
              MOVE 'N' TO WRK-VALIDO
              DISPLAY 'DESCRICAO NAO PODE SER BRANCO.'
           END-IF.
           IF WRK-DM-DEMONST(WRK-ESCOLHA) NOT = 'S'
              IF WRK-DM-CONTAINI(WRK-ESCOLHA) = 0
                    OR WRK-DM-CONTAFIM(WRK-ESCOLHA) <
                    WRK-DM-CONTAINI(WRK-ESCOLHA)
                 MOVE 'N' TO WRK-VALIDO
                 DISPLAY 'FAIXA DE CONTAS INVALIDA.'
              END-IF
              IF WRK-DM-NATUREZA(WRK-ESCOLHA) NOT = 'D'
                    AND WRK-DM-NATUREZA(WRK-ESCOLHA) NOT = 'C'
                 MOVE 'N' TO WRK-VALIDO
                 DISPLAY 'SALDO NORMAL DEVE SER D OU C.'
              END-IF
           END-IF.
           IF WRK-VALIDO = 'N'
              DISPLAY 'LINHA INVALIDA, ALTERACAO DESCARTADA.'
           ELSE
              OPEN OUTPUT ARQ-DEMOPARM
              PERFORM VARYING WRK-DEM-IDX FROM 1 BY 1
                    UNTIL WRK-DEM-IDX > WRK-QTD-DEM
                 MOVE WRK-DM-DEMONST(WRK-DEM-IDX) TO REG-DM-DEMONST
                 MOVE WRK-DM-DESCRICAO(WRK-DEM-IDX)
                    TO REG-DM-DESCRICAO
                 MOVE WRK-DM-CONTAINI(WRK-DEM-IDX)
                    TO REG-DM-CONTAINI
                 MOVE WRK-DM-CONTAFIM(WRK-DEM-IDX)
                    TO REG-DM-CONTAFIM
                 MOVE WRK-DM-NATUREZA(WRK-DEM-IDX)
                    TO REG-DM-NATUREZA
                 WRITE REG-DEMOPARM
              END-PERFORM
              CLOSE ARQ-DEMOPARM
              DISPLAY 'TABELA DEMOPARM GRAVADA.'
              MOVE 'PLANMANU' TO WRK-LOG-PROGRAMA
              STRING 'DEMOPARM REGRAVADA LINHA='
                 WRK-DM-DESCRICAO(WRK-ESCOLHA)
                 ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-IF.
