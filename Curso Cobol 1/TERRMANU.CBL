       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TERRITORIOS ASSIGN TO "TERRMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TE-COD
               FILE STATUS IS WRK-FS-TERRITORIOS.
           SELECT ARQ-DESIGNACOES ASSIGN TO "TERRREP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TV-CHAVE
               FILE STATUS IS WRK-FS-DESIGNACOES.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "FUNCMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FU-MATRICULA
               FILE STATUS IS WRK-FS-FUNCIONARIOS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-TERRITORIOS.
       01 REG-TERRITORIO.
       COPY TERRREG.
       FD ARQ-DESIGNACOES.
       01 REG-DESIGNACAO.
       COPY TREPREG.
       FD ARQ-FUNCIONARIOS.
       01 REG-FUNCIONARIO.
       COPY FUNCREG.
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-TERRITORIOS PIC X(02)   VALUE ZEROS.
       77 WRK-FS-DESIGNACOES PIC X(02)   VALUE ZEROS.
       77 WRK-FS-FUNCIONARIOS PIC X(02)  VALUE ZEROS.
       77 WRK-FUNCMF-OK    PIC X(01)     VALUE 'N'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'TERRMANU'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-TERRITORIO   PIC X(04)     VALUE SPACES.
       77 WRK-VENDEDOR     PIC X(05)     VALUE SPACES.
       77 WRK-VIGENCIA     PIC 9(06)     VALUE ZEROS.
       77 WRK-EXISTE       PIC X(01)     VALUE 'N'.
       77 WRK-GERENTE-OK   PIC X(01)     VALUE 'N'.
       77 WRK-QTD-LISTADOS PIC 9(04)     VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'N' TO WRK-FUNCMF-OK.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS = '00'
              MOVE 'S' TO WRK-FUNCMF-OK
           END-IF.
           OPEN I-O ARQ-TERRITORIOS.
           IF WRK-FS-TERRITORIOS = '35'
              OPEN OUTPUT ARQ-TERRITORIOS
              CLOSE ARQ-TERRITORIOS
              OPEN I-O ARQ-TERRITORIOS
           END-IF.
           OPEN I-O ARQ-DESIGNACOES.
           IF WRK-FS-DESIGNACOES = '35'
              OPEN OUTPUT ARQ-DESIGNACOES
              CLOSE ARQ-DESIGNACOES
              OPEN I-O ARQ-DESIGNACOES
           END-IF.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           CLOSE ARQ-DESIGNACOES.
           CLOSE ARQ-TERRITORIOS.
           IF WRK-FUNCMF-OK = 'S'
              CLOSE ARQ-FUNCIONARIOS
           END-IF.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'TERRITORIOS DE VENDA'.
           DISPLAY ' 1 - INCLUIR/ALTERAR TERRITORIO'.
           DISPLAY ' 2 - LISTAR TERRITORIOS'.
           DISPLAY ' 3 - DESIGNAR VENDEDOR A TERRITORIO'.
           DISPLAY ' 4 - HISTORICO DE UM VENDEDOR'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-MANTERTERRITORIO
              WHEN '2'
                 PERFORM 0004-LISTARTERRITORIOS
              WHEN '3'
                 PERFORM 0005-DESIGNARVENDEDOR
              WHEN '4'
                 PERFORM 0006-HISTORICOVENDEDOR
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0003-MANTERTERRITORIO.
           DISPLAY ' CODIGO DO TERRITORIO (ATE 4 POSICOES)?'.
           ACCEPT WRK-TERRITORIO.
           IF WRK-TERRITORIO = SPACES
              DISPLAY 'CODIGO INVALIDO.'
           ELSE
              MOVE 'N' TO WRK-EXISTE
              MOVE WRK-TERRITORIO TO REG-TE-COD
              READ ARQ-TERRITORIOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-EXISTE
                    DISPLAY 'TERRITORIO JA CADASTRADO: ' REG-TE-NOME
                       ' GERENTE=' REG-TE-GERENTE
                       ' STATUS=' REG-TE-STATUS
              END-READ
              DISPLAY ' NOME DO TERRITORIO?'
              ACCEPT REG-TE-NOME
              MOVE 'N' TO WRK-GERENTE-OK
              PERFORM UNTIL WRK-GERENTE-OK = 'S'
                 DISPLAY ' MATRICULA DO GERENTE?'
                 ACCEPT REG-TE-GERENTE
                 PERFORM 0000-VALIDARGERENTE
              END-PERFORM
              MOVE SPACES TO REG-TE-STATUS
              PERFORM UNTIL REG-TE-STATUS = 'A'
                    OR REG-TE-STATUS = 'I'
                 DISPLAY ' STATUS (A=ATIVO I=INATIVO)?'
                 ACCEPT REG-TE-STATUS
              END-PERFORM
              MOVE WRK-TERRITORIO TO REG-TE-COD
              IF WRK-EXISTE = 'S'
                 REWRITE REG-TERRITORIO
              ELSE
                 WRITE REG-TERRITORIO
              END-IF
              DISPLAY 'TERRITORIO GRAVADO.'
              STRING 'TERRITORIO ' WRK-TERRITORIO
                 ' GERENTE=' REG-TE-GERENTE
                 ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-IF.

       0000-VALIDARGERENTE.
           MOVE 'S' TO WRK-GERENTE-OK.
           MOVE SPACES TO REG-TE-NOMEGER.
           IF REG-TE-GERENTE = SPACES
              MOVE 'N' TO WRK-GERENTE-OK
              DISPLAY 'INFORME A MATRICULA DO GERENTE.'
           ELSE
              IF WRK-FUNCMF-OK = 'S'
                 MOVE REG-TE-GERENTE TO REG-FU-MATRICULA
                 READ ARQ-FUNCIONARIOS
                    INVALID KEY
                       MOVE 'N' TO WRK-GERENTE-OK
                       DISPLAY 'FUNCIONARIO NAO ENCONTRADO.'
                    NOT INVALID KEY
                       MOVE REG-FU-NOME TO REG-TE-NOMEGER
                       DISPLAY 'GERENTE: ' REG-FU-NOME
                 END-READ
              END-IF
           END-IF.

       0004-LISTARTERRITORIOS.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE LOW-VALUES TO REG-TE-COD.
           START ARQ-TERRITORIOS KEY IS NOT LESS THAN REG-TE-COD
              INVALID KEY
                 MOVE '10' TO WRK-FS-TERRITORIOS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-TERRITORIOS
           END-START.
           PERFORM 0000-LISTARUMTERRITORIO
              UNTIL WRK-FS-TERRITORIOS = '10'.
           MOVE '00' TO WRK-FS-TERRITORIOS.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUM TERRITORIO CADASTRADO.'
           END-IF.

       0000-LISTARUMTERRITORIO.
           READ ARQ-TERRITORIOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-TERRITORIOS
              NOT AT END
                 ADD 1 TO WRK-QTD-LISTADOS
                 DISPLAY REG-TE-COD ' ' REG-TE-NOME
                    ' GERENTE=' REG-TE-GERENTE ' ' REG-TE-NOMEGER
                    ' STATUS=' REG-TE-STATUS
           END-READ.

       0005-DESIGNARVENDEDOR.
           DISPLAY ' CODIGO DO VENDEDOR?'.
           ACCEPT WRK-VENDEDOR.
           DISPLAY ' CODIGO DO TERRITORIO?'.
           ACCEPT WRK-TERRITORIO.
           MOVE WRK-TERRITORIO TO REG-TE-COD.
           READ ARQ-TERRITORIOS
              INVALID KEY
                 DISPLAY 'TERRITORIO NAO CADASTRADO.'
              NOT INVALID KEY
                 IF REG-TE-STATUS NOT = 'A'
                    DISPLAY 'TERRITORIO INATIVO.'
                 ELSE
                    DISPLAY ' VIGENTE A PARTIR DE (AAAAMM)?'
                    ACCEPT WRK-VIGENCIA
                    IF WRK-VIGENCIA(5:2) < '01'
                          OR WRK-VIGENCIA(5:2) > '12'
                       DISPLAY 'COMPETENCIA INVALIDA.'
                    ELSE
                       PERFORM 0000-GRAVARDESIGNACAO
                    END-IF
                 END-IF
           END-READ.

       0000-GRAVARDESIGNACAO.
           MOVE 'N' TO WRK-EXISTE.
           MOVE WRK-VENDEDOR TO REG-TV-VENDEDOR.
           MOVE WRK-VIGENCIA TO REG-TV-VIGENCIA.
           READ ARQ-DESIGNACOES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WRK-EXISTE
           END-READ.
           MOVE WRK-VENDEDOR TO REG-TV-VENDEDOR.
           MOVE WRK-VIGENCIA TO REG-TV-VIGENCIA.
           MOVE WRK-TERRITORIO TO REG-TV-TERRITORIO.
           MOVE WRK-DATASISTEMA TO REG-TV-DATA.
           MOVE WRK-OPERADOR TO REG-TV-OPERADOR.
           IF WRK-EXISTE = 'S'
              REWRITE REG-DESIGNACAO
           ELSE
              WRITE REG-DESIGNACAO
           END-IF.
           DISPLAY 'VENDEDOR ' WRK-VENDEDOR ' NO TERRITORIO '
              WRK-TERRITORIO ' A PARTIR DE ' WRK-VIGENCIA.
           STRING 'DESIGNACAO VENDEDOR=' WRK-VENDEDOR
              ' TERRITORIO=' WRK-TERRITORIO
              ' VIGENCIA=' WRK-VIGENCIA
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.

       0006-HISTORICOVENDEDOR.
           DISPLAY ' CODIGO DO VENDEDOR?'.
           ACCEPT WRK-VENDEDOR.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE WRK-VENDEDOR TO REG-TV-VENDEDOR.
           MOVE ZEROS TO REG-TV-VIGENCIA.
           START ARQ-DESIGNACOES KEY IS NOT LESS THAN REG-TV-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-DESIGNACOES
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-DESIGNACOES
           END-START.
           PERFORM 0000-LISTARUMADESIGNACAO
              UNTIL WRK-FS-DESIGNACOES = '10'.
           MOVE '00' TO WRK-FS-DESIGNACOES.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'VENDEDOR SEM TERRITORIO DESIGNADO.'
           END-IF.

       0000-LISTARUMADESIGNACAO.
           READ ARQ-DESIGNACOES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-DESIGNACOES
              NOT AT END
                 IF REG-TV-VENDEDOR NOT = WRK-VENDEDOR
                    MOVE '10' TO WRK-FS-DESIGNACOES
                 ELSE
                    ADD 1 TO WRK-QTD-LISTADOS
                    DISPLAY 'A PARTIR DE ' REG-TV-VIGENCIA
                       ' TERRITORIO ' REG-TV-TERRITORIO
                       ' (EM ' REG-TV-DATA ' POR '
                       REG-TV-OPERADOR ')'
                 END-IF
           END-READ.
