               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNOS.
           SELECT ARQ-GRADE ASSIGN TO "GRADEMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-GH-CHAVE
               FILE STATUS IS WRK-FS-GRADE.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CHAMADA.
       FD ARQ-ALUNOS.
       01 REG-ALUNO.
       COPY ALUNREG.
       FD ARQ-GRADE.
       01 REG-GRADE.
       COPY GRDREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CHAMADA   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-ALUNOS    PIC X(02)     VALUE ZEROS.
       77 WRK-PRESENCA     PIC X(01)     VALUE SPACES.
       77 WRK-ALUNOMF-OK   PIC X(01)     VALUE 'N'.
       77 WRK-QTD-LANCADOS PIC 9(04)     VALUE ZEROS.
       77 WRK-FS-GRADE     PIC X(02)     VALUE ZEROS.
       77 WRK-AULA-OK      PIC X(01)     VALUE 'N'.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT WRK-TURMA.
           DISPLAY ' PERIODO (AAAAS)?'.
           ACCEPT WRK-PERIODO.
           PERFORM 0000-VERIFICARGRADE.
           IF WRK-AULA-OK = 'S'
              PERFORM 0003-REGISTRARCHAMADA
           END-IF.
           GOBACK.

       0003-REGISTRARCHAMADA.
           MOVE 'N' TO WRK-ALUNOMF-OK.
           OPEN INPUT ARQ-ALUNOS.
           IF WRK-FS-ALUNOS = '00'
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.

       0000-VERIFICARGRADE.
           MOVE 'N' TO WRK-AULA-OK.
           MOVE 'V' TO WRK-SRV-FUNCAO.
           MOVE WRK-DATA TO WRK-SRV-DATA1.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           IF WRK-SRV-VALIDO = 'N'
              DISPLAY 'DATA DA CHAMADA INVALIDA.'
           ELSE
              MOVE 'S' TO WRK-SRV-FUNCAO
              CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
                 WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO
              OPEN INPUT ARQ-GRADE
              IF WRK-FS-GRADE = '00'
                 MOVE WRK-TURMA TO REG-GH-TURMA
                 MOVE WRK-PERIODO TO REG-GH-PERIODO
                 MOVE WRK-SRV-NUMERO TO REG-GH-DIASEMANA
                 MOVE ZEROS TO REG-GH-HORARIO
                 START ARQ-GRADE KEY IS NOT LESS THAN REG-GH-CHAVE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       READ ARQ-GRADE NEXT RECORD
                          AT END
                             CONTINUE
                          NOT AT END
                             IF REG-GH-TURMA = WRK-TURMA
                                   AND REG-GH-PERIODO = WRK-PERIODO
                                   AND REG-GH-DIASEMANA =
                                      WRK-SRV-NUMERO
                                MOVE 'S' TO WRK-AULA-OK
                             END-IF
                       END-READ
                 END-START
                 CLOSE ARQ-GRADE
              END-IF
              IF WRK-AULA-OK = 'N'
                 DISPLAY 'TURMA ' WRK-TURMA ' SEM AULA PROGRAMADA '
                    'NA GRADE PARA ' WRK-DATA ', CHAMADA RECUSADA.'
                 MOVE 'CHAMADA' TO WRK-LOG-PROGRAMA
                 STRING 'CHAMADA RECUSADA SEM AULA TURMA=' WRK-TURMA
                    ' DATA=' WRK-DATA
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                 MOVE 'W' TO WRK-LOG-SEVERIDADE
                 CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                    WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              END-IF
           END-IF.

       0002-LANCARPRESENCA.
           DISPLAY ' MATRICULA (BRANCO=ENCERRAR)?'.
