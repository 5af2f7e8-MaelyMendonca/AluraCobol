               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNOS.
           SELECT ARQ-RESPONSAVEIS ASSIGN TO "RESPMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-RS-CHAVE
               FILE STATUS IS WRK-FS-RESPONSAVEIS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ALUNOS.
       01 REG-ALUNO.
       COPY ALUNREG.
       FD ARQ-RESPONSAVEIS.
       01 REG-RESPONSAVEL.
       COPY RSPREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ALUNOS    PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-MATRICULA    PIC X(08)     VALUE SPACES.
       77 WRK-STATUS       PIC X(01)     VALUE SPACES.
       77 WRK-EXISTE       PIC X(01)     VALUE 'N'.
       77 WRK-FS-RESPONSAVEIS PIC X(02)  VALUE ZEROS.
       77 WRK-RESP-SEQ     PIC 9(01)     VALUE ZEROS.
       77 WRK-RESP-IDX     PIC 9(01)     VALUE ZEROS.
       77 WRK-QTD-RESP     PIC 9(01)     VALUE ZEROS.
       77 WRK-DATASISTEMA  PIC 9(08)     VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           OPEN I-O ARQ-ALUNOS.
              CLOSE ARQ-ALUNOS
              OPEN I-O ARQ-ALUNOS
           END-IF.
           OPEN I-O ARQ-RESPONSAVEIS.
           IF WRK-FS-RESPONSAVEIS = '35'
              OPEN OUTPUT ARQ-RESPONSAVEIS
              CLOSE ARQ-RESPONSAVEIS
              OPEN I-O ARQ-RESPONSAVEIS
           END-IF.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           CLOSE ARQ-RESPONSAVEIS.
           CLOSE ARQ-ALUNOS.
           GOBACK.

           DISPLAY ' 1 - INCLUIR/ALTERAR ALUNO'.
           DISPLAY ' 2 - LISTAR ALUNOS'.
           DISPLAY ' 3 - ATIVAR/INATIVAR ALUNO'.
           DISPLAY ' 4 - INCLUIR/ALTERAR RESPONSAVEL DO ALUNO'.
           DISPLAY ' 5 - CONSULTAR RESPONSAVEIS DO ALUNO'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
                 PERFORM 0004-LISTARALUNOS
              WHEN '3'
                 PERFORM 0005-MUDARSTATUS
              WHEN '4'
                 PERFORM 0006-MANTERRESPONSAVEL
              WHEN '5'
                 PERFORM 0007-CONSULTARRESPONSAVEIS
              WHEN '0'
                 CONTINUE
              WHEN OTHER
              END-READ
              DISPLAY ' NOME DO ALUNO?'
              ACCEPT REG-AL-NOME
              IF WRK-EXISTE = 'S'
                 DISPLAY 'TURMA ATUAL: ' REG-AL-TURMA
                    ' (ALTERADA SO PELA MATRICULA)'
              ELSE
                 MOVE SPACES TO REG-AL-TURMA
              END-IF
              MOVE WRK-MATRICULA TO REG-AL-MATRICULA
              MOVE 'A' TO REG-AL-STATUS
              MOVE ZEROS TO REG-AL-DATAINATIVO
              IF WRK-EXISTE = 'S'
                 REWRITE REG-ALUNO
              ELSE
                 DISPLAY ' NOVO STATUS (A=ATIVO I=INATIVO)?'
                 ACCEPT WRK-STATUS
                 IF WRK-STATUS = 'A' OR WRK-STATUS = 'I'
                    IF WRK-STATUS = 'I'
                       IF REG-AL-STATUS NOT = 'I'
                          MOVE WRK-DATASISTEMA TO REG-AL-DATAINATIVO
                       END-IF
                    ELSE
                       MOVE ZEROS TO REG-AL-DATAINATIVO
                    END-IF
                    MOVE WRK-STATUS TO REG-AL-STATUS
                    REWRITE REG-ALUNO
                    MOVE 'ALUNMANU' TO WRK-LOG-PROGRAMA
                    DISPLAY 'STATUS INVALIDO, DIGITE A OU I.'
                 END-IF
           END-READ.

       0006-MANTERRESPONSAVEL.
           DISPLAY ' MATRICULA DO ALUNO?'.
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO REG-AL-MATRICULA.
           READ ARQ-ALUNOS
              INVALID KEY
                 DISPLAY 'ALUNO NAO ENCONTRADO.'
              NOT INVALID KEY
                 DISPLAY 'ALUNO: ' REG-AL-NOME
                 PERFORM 0000-LISTARRESPONSAVEIS
                 DISPLAY ' SEQUENCIA DO RESPONSAVEL (1 A 3)?'
                 ACCEPT WRK-RESP-SEQ
                 IF WRK-RESP-SEQ < 1 OR WRK-RESP-SEQ > 3
                    DISPLAY 'SEQUENCIA INVALIDA.'
                 ELSE
                    PERFORM 0100-GRAVARRESPONSAVEL
                 END-IF
           END-READ.

       0100-GRAVARRESPONSAVEL.
           MOVE 'N' TO WRK-EXISTE.
           MOVE WRK-MATRICULA TO REG-RS-MATRICULA.
           MOVE WRK-RESP-SEQ TO REG-RS-SEQ.
           READ ARQ-RESPONSAVEIS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WRK-EXISTE
                 DISPLAY 'RESPONSAVEL JA CADASTRADO: ' REG-RS-NOME
           END-READ.
           DISPLAY ' NOME DO RESPONSAVEL?'.
           ACCEPT REG-RS-NOME.
           DISPLAY ' PARENTESCO (PAI, MAE, AVO, TUTOR...)?'.
           ACCEPT REG-RS-PARENTESCO.
           DISPLAY ' ENDERECO (LOGRADOURO E NUMERO)?'.
           ACCEPT REG-RS-LOGRADOURO.
           DISPLAY ' CIDADE?'.
           ACCEPT REG-RS-CIDADE.
           DISPLAY ' UF?'.
           ACCEPT REG-RS-UF.
           DISPLAY ' CEP (8 DIGITOS)?'.
           ACCEPT REG-RS-CEP.
           DISPLAY ' TELEFONE?'.
           ACCEPT REG-RS-TELEFONE.
           DISPLAY ' RECEBE OS AVISOS DA ESCOLA? (S/N)'.
           ACCEPT REG-RS-PRINCIPAL.
           IF REG-RS-PRINCIPAL = 's'
              MOVE 'S' TO REG-RS-PRINCIPAL
           END-IF.
           IF REG-RS-PRINCIPAL NOT = 'S'
              MOVE 'N' TO REG-RS-PRINCIPAL
           END-IF.
           IF REG-RS-NOME = SPACES
              DISPLAY 'NOME DO RESPONSAVEL OBRIGATORIO.'
           ELSE
              MOVE WRK-MATRICULA TO REG-RS-MATRICULA
              MOVE WRK-RESP-SEQ TO REG-RS-SEQ
              IF WRK-EXISTE = 'S'
                 REWRITE REG-RESPONSAVEL
              ELSE
                 WRITE REG-RESPONSAVEL
              END-IF
              IF REG-RS-PRINCIPAL = 'S'
                 PERFORM 0000-DESMARCARPRINCIPAL
              END-IF
              DISPLAY 'RESPONSAVEL GRAVADO.'
              MOVE 'ALUNMANU' TO WRK-LOG-PROGRAMA
              STRING 'RESPONSAVEL GRAVADO MATRICULA=' WRK-MATRICULA
                 ' SEQ=' WRK-RESP-SEQ
                 ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE
           END-IF.

       0000-DESMARCARPRINCIPAL.
           PERFORM VARYING WRK-RESP-IDX FROM 1 BY 1
                 UNTIL WRK-RESP-IDX > 3
              IF WRK-RESP-IDX NOT = WRK-RESP-SEQ
                 MOVE WRK-MATRICULA TO REG-RS-MATRICULA
                 MOVE WRK-RESP-IDX TO REG-RS-SEQ
                 READ ARQ-RESPONSAVEIS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF REG-RS-PRINCIPAL = 'S'
                          MOVE 'N' TO REG-RS-PRINCIPAL
                          REWRITE REG-RESPONSAVEL
                       END-IF
                 END-READ
              END-IF
           END-PERFORM.

       0007-CONSULTARRESPONSAVEIS.
           DISPLAY ' MATRICULA DO ALUNO?'.
           ACCEPT WRK-MATRICULA.
           PERFORM 0000-LISTARRESPONSAVEIS.

       0000-LISTARRESPONSAVEIS.
           MOVE ZEROS TO WRK-QTD-RESP.
           PERFORM VARYING WRK-RESP-IDX FROM 1 BY 1
                 UNTIL WRK-RESP-IDX > 3
              MOVE WRK-MATRICULA TO REG-RS-MATRICULA
              MOVE WRK-RESP-IDX TO REG-RS-SEQ
              READ ARQ-RESPONSAVEIS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WRK-QTD-RESP
                    DISPLAY REG-RS-SEQ ' ' REG-RS-NOME
                       ' (' REG-RS-PARENTESCO ')'
                       ' FONE=' REG-RS-TELEFONE
                       ' AVISOS=' REG-RS-PRINCIPAL
                    DISPLAY '   ' REG-RS-LOGRADOURO ' '
                       REG-RS-CIDADE '-' REG-RS-UF
                       ' CEP ' REG-RS-CEP
              END-READ
           END-PERFORM.
           IF WRK-QTD-RESP = 0
              DISPLAY 'NENHUM RESPONSAVEL CADASTRADO.'
           END-IF.
