       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRICUL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNOS.
           SELECT ARQ-VAGAS ASSIGN TO "TURMVAGA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TV-CHAVE
               FILE STATUS IS WRK-FS-VAGAS.
           SELECT ARQ-MATRICULAS ASSIGN TO "MATRICMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MR-NUMERO
               FILE STATUS IS WRK-FS-MATRICULAS.
           SELECT ARQ-CONDICOES ASSIGN TO "MENSTERM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-MT-MATRICULA
               FILE STATUS IS WRK-FS-CONDICOES.
           SELECT ARQ-RELVAGAS ASSIGN TO "MATRVAGA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELVAGAS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ALUNOS.
       01 REG-ALUNO.
       COPY ALUNREG.
       FD ARQ-VAGAS.
       01 REG-VAGA.
       COPY TVGREG.
       FD ARQ-MATRICULAS.
       01 REG-MATRICULA.
       COPY MATREG.
       FD ARQ-CONDICOES.
       01 REG-CONDICAO.
       COPY MTEREG.
       FD ARQ-RELVAGAS.
       01 REG-RELVAGAS         PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-ALUNOS    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-VAGAS     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-MATRICULAS PIC X(02)    VALUE ZEROS.
       77 WRK-FS-CONDICOES PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELVAGAS  PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-EXISTE       PIC X(01)     VALUE 'N'.
       77 WRK-ALUNO        PIC X(08)     VALUE SPACES.
       77 WRK-TURMA        PIC X(06)     VALUE SPACES.
       77 WRK-TURMA-DEST   PIC X(06)     VALUE SPACES.
       01 WRK-PERIODO.
          02 WRK-PER-ANO      PIC 9(04).
          02 WRK-PER-SEM      PIC 9(01).
       01 WRK-PERIODO-N REDEFINES WRK-PERIODO PIC 9(05).
       77 WRK-CAPACIDADE   PIC 9(03)     VALUE ZEROS.
       77 WRK-MENSALIDADE  PIC 9(06)V99  VALUE ZEROS.
       77 WRK-ULT-NUMERO   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-OCUPADAS PIC 9(03)     VALUE ZEROS.
       77 WRK-QTD-ESPERA   PIC 9(03)     VALUE ZEROS.
       77 WRK-QTD-LIVRES   PIC 9(03)     VALUE ZEROS.
       77 WRK-QTD-PROMOVIDOS PIC 9(03)   VALUE ZEROS.
       77 WRK-ATIVA-NUMERO PIC 9(06)     VALUE ZEROS.
       77 WRK-ATIVA-TURMA  PIC X(06)     VALUE SPACES.
       77 WRK-ATIVA-STATUS PIC X(01)     VALUE SPACES.
       77 WRK-POSICAO      PIC 9(03)     VALUE ZEROS.
       77 WRK-QTD-TURMAS   PIC 9(03)     VALUE ZEROS.
       77 WRK-TOT-CAPACIDADE PIC 9(05)   VALUE ZEROS.
       77 WRK-TOT-OCUPADAS PIC 9(05)     VALUE ZEROS.
       77 WRK-TOT-ESPERA   PIC 9(05)     VALUE ZEROS.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-VALOR-ED     PIC ZZZ.ZZ9,99.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'MATRICUL' TO WRK-LOG-PROGRAMA.
           OPEN I-O ARQ-ALUNOS.
           IF WRK-FS-ALUNOS NOT = '00'
              DISPLAY 'CADASTRO DE ALUNOS NAO ENCONTRADO.'
              GOBACK
           END-IF.
           OPEN I-O ARQ-VAGAS.
           IF WRK-FS-VAGAS = '35'
              OPEN OUTPUT ARQ-VAGAS
              CLOSE ARQ-VAGAS
              OPEN I-O ARQ-VAGAS
           END-IF.
           OPEN I-O ARQ-MATRICULAS.
           IF WRK-FS-MATRICULAS = '35'
              OPEN OUTPUT ARQ-MATRICULAS
              CLOSE ARQ-MATRICULAS
              OPEN I-O ARQ-MATRICULAS
           END-IF.
           OPEN I-O ARQ-CONDICOES.
           IF WRK-FS-CONDICOES = '35'
              OPEN OUTPUT ARQ-CONDICOES
              CLOSE ARQ-CONDICOES
              OPEN I-O ARQ-CONDICOES
           END-IF.
           PERFORM 0000-ULTIMONUMERO.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           CLOSE ARQ-CONDICOES.
           CLOSE ARQ-MATRICULAS.
           CLOSE ARQ-VAGAS.
           CLOSE ARQ-ALUNOS.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'MATRICULA E LISTA DE ESPERA'.
           DISPLAY ' 1 - MANTER VAGAS E MENSALIDADE DA TURMA'.
           DISPLAY ' 2 - SOLICITAR MATRICULA'.
           DISPLAY ' 3 - CANCELAR MATRICULA OU SOLICITACAO'.
           DISPLAY ' 4 - TRANSFERIR ALUNO DE TURMA'.
           DISPLAY ' 5 - CONSULTAR SOLICITACOES DO ALUNO'.
           DISPLAY ' 6 - RELATORIO DE VAGAS E LISTA DE ESPERA'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-MANTERVAGAS
              WHEN '2'
                 PERFORM 0004-SOLICITARMATRICULA
              WHEN '3'
                 PERFORM 0005-CANCELARMATRICULA
              WHEN '4'
                 PERFORM 0006-TRANSFERIRALUNO
              WHEN '5'
                 PERFORM 0007-CONSULTARALUNO
              WHEN '6'
                 PERFORM 0008-RELATORIOVAGAS
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0000-ULTIMONUMERO.
           MOVE ZEROS TO WRK-ULT-NUMERO.
           MOVE ZEROS TO REG-MR-NUMERO.
           START ARQ-MATRICULAS KEY IS NOT LESS THAN REG-MR-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-MATRICULAS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-MATRICULAS
           END-START.
           PERFORM 0000-LERNUMERO UNTIL WRK-FS-MATRICULAS = '10'.
           MOVE '00' TO WRK-FS-MATRICULAS.

       0000-LERNUMERO.
           READ ARQ-MATRICULAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-MATRICULAS
              NOT AT END
                 MOVE REG-MR-NUMERO TO WRK-ULT-NUMERO
           END-READ.

       0003-MANTERVAGAS.
           PERFORM 0100-LERTURMA.
           IF WRK-TURMA NOT = SPACES
              MOVE 'N' TO WRK-EXISTE
              MOVE WRK-TURMA TO REG-TV-TURMA
              MOVE WRK-PERIODO-N TO REG-TV-PERIODO
              READ ARQ-VAGAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-EXISTE
                    MOVE REG-TV-MENSALIDADE TO WRK-VALOR-ED
                    DISPLAY 'VAGAS ATUAIS=' REG-TV-CAPACIDADE
                       ' MENSALIDADE=' WRK-VALOR-ED
              END-READ
              PERFORM 0000-CONTARTURMA
              DISPLAY 'OCUPADAS=' WRK-QTD-OCUPADAS
                 ' EM ESPERA=' WRK-QTD-ESPERA
              DISPLAY ' NUMERO DE VAGAS DA TURMA?'
              ACCEPT WRK-CAPACIDADE
              DISPLAY ' VALOR BASE DA MENSALIDADE DA TURMA?'
              ACCEPT WRK-MENSALIDADE
              IF WRK-CAPACIDADE < WRK-QTD-OCUPADAS
                 DISPLAY 'VAGAS MENOR QUE O NUMERO DE MATRICULADOS ('
                    WRK-QTD-OCUPADAS '), ALTERACAO RECUSADA.'
              ELSE
                 MOVE WRK-TURMA TO REG-TV-TURMA
                 MOVE WRK-PERIODO-N TO REG-TV-PERIODO
                 MOVE WRK-CAPACIDADE TO REG-TV-CAPACIDADE
                 MOVE WRK-MENSALIDADE TO REG-TV-MENSALIDADE
                 IF WRK-EXISTE = 'S'
                    REWRITE REG-VAGA
                 ELSE
                    WRITE REG-VAGA
                 END-IF
                 DISPLAY 'VAGAS DA TURMA GRAVADAS.'
                 STRING 'VAGAS TURMA=' WRK-TURMA
                    ' PERIODO=' WRK-PERIODO-N
                    ' CAPACIDADE=' WRK-CAPACIDADE
                    ' OPERADOR=' WRK-OPERADOR
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                 CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                    WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                 PERFORM 0400-PREENCHERVAGAS
              END-IF
           END-IF.

       0100-LERTURMA.
           DISPLAY ' TURMA?'.
           MOVE SPACES TO WRK-TURMA.
           ACCEPT WRK-TURMA.
           DISPLAY ' PERIODO (AAAAS)?'.
           ACCEPT WRK-PERIODO-N.
           IF WRK-TURMA = SPACES
              DISPLAY 'TURMA NAO PODE SER BRANCO.'
           ELSE
              IF WRK-PER-SEM < 1 OR WRK-PER-SEM > 2
                 DISPLAY 'PERIODO INVALIDO, USE AAAA1 OU AAAA2.'
                 MOVE SPACES TO WRK-TURMA
              END-IF
           END-IF.

       0000-CONTARTURMA.
           MOVE ZEROS TO WRK-QTD-OCUPADAS WRK-QTD-ESPERA.
           MOVE ZEROS TO REG-MR-NUMERO.
           START ARQ-MATRICULAS KEY IS NOT LESS THAN REG-MR-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-MATRICULAS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-MATRICULAS
           END-START.
           PERFORM 0000-CONTARUMASOLICITACAO
              UNTIL WRK-FS-MATRICULAS = '10'.
           MOVE '00' TO WRK-FS-MATRICULAS.

       0000-CONTARUMASOLICITACAO.
           READ ARQ-MATRICULAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-MATRICULAS
              NOT AT END
                 IF REG-MR-TURMA = WRK-TURMA
                       AND REG-MR-PERIODO = WRK-PERIODO-N
                    IF REG-MR-STATUS = 'M'
                       ADD 1 TO WRK-QTD-OCUPADAS
                    END-IF
                    IF REG-MR-STATUS = 'E'
                       ADD 1 TO WRK-QTD-ESPERA
                    END-IF
                 END-IF
           END-READ.

       0004-SOLICITARMATRICULA.
           DISPLAY ' MATRICULA DO ALUNO?'.
           MOVE SPACES TO WRK-ALUNO.
           ACCEPT WRK-ALUNO.
           MOVE WRK-ALUNO TO REG-AL-MATRICULA.
           READ ARQ-ALUNOS
              INVALID KEY
                 DISPLAY 'ALUNO NAO CADASTRADO.'
                 MOVE SPACES TO WRK-ALUNO
              NOT INVALID KEY
                 IF REG-AL-STATUS NOT = 'A'
                    DISPLAY 'ALUNO INATIVO, MATRICULA NAO PERMITIDA.'
                    MOVE SPACES TO WRK-ALUNO
                 ELSE
                    DISPLAY 'ALUNO: ' REG-AL-NOME
                 END-IF
           END-READ.
           IF WRK-ALUNO NOT = SPACES
              PERFORM 0100-LERTURMA
           END-IF.
           IF WRK-ALUNO NOT = SPACES AND WRK-TURMA NOT = SPACES
              PERFORM 0000-LERVAGA
              IF WRK-EXISTE = 'N'
                 DISPLAY 'TURMA SEM VAGAS DEFINIDAS NO PERIODO, USE '
                    'A OPCAO 1.'
              ELSE
                 PERFORM 0000-PROCURARATIVA
                 IF WRK-ATIVA-NUMERO NOT = 0
                    DISPLAY 'ALUNO JA TEM SOLICITACAO ATIVA NO '
                       'PERIODO: TURMA ' WRK-ATIVA-TURMA
                       ' STATUS ' WRK-ATIVA-STATUS
                       ', USE A TRANSFERENCIA.'
                 ELSE
                    PERFORM 0000-CONTARTURMA
                    ADD 1 TO WRK-ULT-NUMERO
                    MOVE WRK-ULT-NUMERO TO REG-MR-NUMERO
                    MOVE WRK-ALUNO TO REG-MR-ALUNO
                    MOVE WRK-TURMA TO REG-MR-TURMA
                    MOVE WRK-PERIODO-N TO REG-MR-PERIODO
                    MOVE WRK-DATASISTEMA TO REG-MR-DATASOL
                    MOVE WRK-DATASISTEMA TO REG-MR-DATASIT
                    MOVE WRK-OPERADOR TO REG-MR-OPERADOR
                    IF WRK-QTD-OCUPADAS < WRK-CAPACIDADE
                       MOVE 'M' TO REG-MR-STATUS
                    ELSE
                       MOVE 'E' TO REG-MR-STATUS
                    END-IF
                    WRITE REG-MATRICULA
                    IF REG-MR-STATUS = 'M'
                       PERFORM 0300-OCUPARVAGA
                       DISPLAY 'ALUNO MATRICULADO NA TURMA '
                          WRK-TURMA ', SOLICITACAO '
                          REG-MR-NUMERO
                    ELSE
                       ADD 1 TO WRK-QTD-ESPERA
                       DISPLAY 'TURMA LOTADA, ALUNO NA LISTA DE '
                          'ESPERA NA POSICAO ' WRK-QTD-ESPERA
                          ', SOLICITACAO ' REG-MR-NUMERO
                    END-IF
                    STRING 'SOLICITACAO ' REG-MR-NUMERO
                       ' ALUNO=' WRK-ALUNO ' TURMA=' WRK-TURMA
                       ' STATUS=' REG-MR-STATUS
                       ' OPERADOR=' WRK-OPERADOR
                       DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                    CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                       WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                 END-IF
              END-IF
           END-IF.

       0000-LERVAGA.
           MOVE 'N' TO WRK-EXISTE.
           MOVE ZEROS TO WRK-CAPACIDADE WRK-MENSALIDADE.
           MOVE WRK-TURMA TO REG-TV-TURMA.
           MOVE WRK-PERIODO-N TO REG-TV-PERIODO.
           READ ARQ-VAGAS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WRK-EXISTE
                 MOVE REG-TV-CAPACIDADE TO WRK-CAPACIDADE
                 MOVE REG-TV-MENSALIDADE TO WRK-MENSALIDADE
           END-READ.

       0000-PROCURARATIVA.
           MOVE ZEROS TO WRK-ATIVA-NUMERO.
           MOVE SPACES TO WRK-ATIVA-TURMA WRK-ATIVA-STATUS.
           MOVE ZEROS TO REG-MR-NUMERO.
           START ARQ-MATRICULAS KEY IS NOT LESS THAN REG-MR-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-MATRICULAS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-MATRICULAS
           END-START.
           PERFORM 0000-CONFERIRATIVA UNTIL WRK-FS-MATRICULAS = '10'.
           MOVE '00' TO WRK-FS-MATRICULAS.

       0000-CONFERIRATIVA.
           READ ARQ-MATRICULAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-MATRICULAS
              NOT AT END
                 IF REG-MR-ALUNO = WRK-ALUNO
                       AND REG-MR-PERIODO = WRK-PERIODO-N
                       AND (REG-MR-STATUS = 'M'
                          OR REG-MR-STATUS = 'E')
                    MOVE REG-MR-NUMERO TO WRK-ATIVA-NUMERO
                    MOVE REG-MR-TURMA TO WRK-ATIVA-TURMA
                    MOVE REG-MR-STATUS TO WRK-ATIVA-STATUS
                 END-IF
           END-READ.

       0300-OCUPARVAGA.
           MOVE REG-MR-ALUNO TO REG-AL-MATRICULA.
           READ ARQ-ALUNOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE REG-MR-TURMA TO REG-AL-TURMA
                 REWRITE REG-ALUNO
           END-READ.
           MOVE REG-MR-ALUNO TO REG-MT-MATRICULA.
           READ ARQ-CONDICOES
              INVALID KEY
                 MOVE REG-MR-ALUNO TO REG-MT-MATRICULA
                 MOVE WRK-MENSALIDADE TO REG-MT-VALOR
                 MOVE ZEROS TO REG-MT-BOLSA
                 WRITE REG-CONDICAO
                 END-WRITE
              NOT INVALID KEY
                 MOVE WRK-MENSALIDADE TO REG-MT-VALOR
                 REWRITE REG-CONDICAO
                 END-REWRITE
           END-READ.

       0310-LIBERARVAGA.
           MOVE REG-MR-ALUNO TO REG-AL-MATRICULA.
           READ ARQ-ALUNOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF REG-AL-TURMA = REG-MR-TURMA
                    MOVE SPACES TO REG-AL-TURMA
                    REWRITE REG-ALUNO
                 END-IF
           END-READ.
           MOVE REG-MR-ALUNO TO REG-MT-MATRICULA.
           READ ARQ-CONDICOES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DELETE ARQ-CONDICOES RECORD
           END-READ.

       0400-PREENCHERVAGAS.
           PERFORM 0000-LERVAGA.
           PERFORM 0000-CONTARTURMA.
           MOVE ZEROS TO WRK-QTD-PROMOVIDOS.
           IF WRK-QTD-OCUPADAS < WRK-CAPACIDADE
                 AND WRK-QTD-ESPERA > 0
              MOVE ZEROS TO REG-MR-NUMERO
              START ARQ-MATRICULAS KEY IS NOT LESS THAN
                    REG-MR-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-MATRICULAS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-MATRICULAS
              END-START
              PERFORM 0000-PROMOVERESPERA
                 UNTIL WRK-FS-MATRICULAS = '10'
                    OR WRK-QTD-OCUPADAS NOT < WRK-CAPACIDADE
              MOVE '00' TO WRK-FS-MATRICULAS
           END-IF.
           IF WRK-QTD-PROMOVIDOS > 0
              DISPLAY WRK-QTD-PROMOVIDOS ' ALUNO(S) DA LISTA DE '
                 'ESPERA MATRICULADO(S) NA TURMA ' WRK-TURMA '.'
           END-IF.

       0000-PROMOVERESPERA.
           READ ARQ-MATRICULAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-MATRICULAS
              NOT AT END
                 IF REG-MR-TURMA = WRK-TURMA
                       AND REG-MR-PERIODO = WRK-PERIODO-N
                       AND REG-MR-STATUS = 'E'
                    MOVE 'M' TO REG-MR-STATUS
                    MOVE WRK-DATASISTEMA TO REG-MR-DATASIT
                    MOVE WRK-OPERADOR TO REG-MR-OPERADOR
                    REWRITE REG-MATRICULA
                    END-REWRITE
                    PERFORM 0300-OCUPARVAGA
                    ADD 1 TO WRK-QTD-OCUPADAS
                    ADD 1 TO WRK-QTD-PROMOVIDOS
                    DISPLAY 'PROMOVIDO DA ESPERA: ALUNO '
                       REG-MR-ALUNO ' SOLICITACAO ' REG-MR-NUMERO
                    STRING 'PROMOCAO DA ESPERA SOLICITACAO '
                       REG-MR-NUMERO ' ALUNO=' REG-MR-ALUNO
                       ' TURMA=' REG-MR-TURMA
                       DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                    CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                       WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                 END-IF
           END-READ.

       0005-CANCELARMATRICULA.
           DISPLAY ' MATRICULA DO ALUNO?'.
           MOVE SPACES TO WRK-ALUNO.
           ACCEPT WRK-ALUNO.
           DISPLAY ' PERIODO (AAAAS)?'.
           ACCEPT WRK-PERIODO-N.
           PERFORM 0000-PROCURARATIVA.
           IF WRK-ATIVA-NUMERO = 0
              DISPLAY 'ALUNO SEM MATRICULA OU SOLICITACAO ATIVA NO '
                 'PERIODO.'
           ELSE
              DISPLAY 'SOLICITACAO ' WRK-ATIVA-NUMERO
                 ' TURMA ' WRK-ATIVA-TURMA
                 ' STATUS ' WRK-ATIVA-STATUS
              DISPLAY ' CONFIRMA O CANCELAMENTO? (S/N)'
              ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                 MOVE WRK-ATIVA-NUMERO TO REG-MR-NUMERO
                 READ ARQ-MATRICULAS
                    INVALID KEY
                       DISPLAY 'SOLICITACAO NAO ENCONTRADA.'
                    NOT INVALID KEY
                       MOVE 'C' TO REG-MR-STATUS
                       MOVE WRK-DATASISTEMA TO REG-MR-DATASIT
                       MOVE WRK-OPERADOR TO REG-MR-OPERADOR
                       REWRITE REG-MATRICULA
                       END-REWRITE
                       IF WRK-ATIVA-STATUS = 'M'
                          PERFORM 0310-LIBERARVAGA
                       END-IF
                       DISPLAY 'SOLICITACAO CANCELADA.'
                       STRING 'CANCELAMENTO SOLICITACAO '
                          WRK-ATIVA-NUMERO ' ALUNO=' WRK-ALUNO
                          ' OPERADOR=' WRK-OPERADOR
                          DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                       CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                          WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                 END-READ
                 IF WRK-ATIVA-STATUS = 'M'
                    MOVE WRK-ATIVA-TURMA TO WRK-TURMA
                    PERFORM 0400-PREENCHERVAGAS
                 END-IF
              END-IF
           END-IF.

       0006-TRANSFERIRALUNO.
           DISPLAY ' MATRICULA DO ALUNO?'.
           MOVE SPACES TO WRK-ALUNO.
           ACCEPT WRK-ALUNO.
           DISPLAY ' PERIODO (AAAAS)?'.
           ACCEPT WRK-PERIODO-N.
           PERFORM 0000-PROCURARATIVA.
           IF WRK-ATIVA-NUMERO = 0 OR WRK-ATIVA-STATUS NOT = 'M'
              DISPLAY 'ALUNO NAO ESTA MATRICULADO EM TURMA NO '
                 'PERIODO.'
           ELSE
              DISPLAY 'TURMA ATUAL: ' WRK-ATIVA-TURMA
              DISPLAY ' TURMA DE DESTINO?'
              MOVE SPACES TO WRK-TURMA-DEST
              ACCEPT WRK-TURMA-DEST
              MOVE WRK-TURMA-DEST TO WRK-TURMA
              PERFORM 0000-LERVAGA
              EVALUATE TRUE
                 WHEN WRK-TURMA-DEST = SPACES
                    OR WRK-TURMA-DEST = WRK-ATIVA-TURMA
                    DISPLAY 'TURMA DE DESTINO INVALIDA.'
                 WHEN WRK-EXISTE = 'N'
                    DISPLAY 'TURMA DE DESTINO SEM VAGAS DEFINIDAS NO '
                       'PERIODO.'
                 WHEN OTHER
                    PERFORM 0000-CONTARTURMA
                    IF WRK-QTD-OCUPADAS NOT < WRK-CAPACIDADE
                       DISPLAY 'TURMA DE DESTINO LOTADA, '
                          'TRANSFERENCIA NAO REALIZADA.'
                    ELSE
                       PERFORM 0500-EFETIVARTRANSFERENCIA
                    END-IF
              END-EVALUATE
           END-IF.

       0500-EFETIVARTRANSFERENCIA.
           MOVE WRK-ATIVA-NUMERO TO REG-MR-NUMERO.
           READ ARQ-MATRICULAS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'T' TO REG-MR-STATUS
                 MOVE WRK-DATASISTEMA TO REG-MR-DATASIT
                 MOVE WRK-OPERADOR TO REG-MR-OPERADOR
                 REWRITE REG-MATRICULA
                 END-REWRITE
           END-READ.
           ADD 1 TO WRK-ULT-NUMERO.
           MOVE WRK-ULT-NUMERO TO REG-MR-NUMERO.
           MOVE WRK-ALUNO TO REG-MR-ALUNO.
           MOVE WRK-TURMA-DEST TO REG-MR-TURMA.
           MOVE WRK-PERIODO-N TO REG-MR-PERIODO.
           MOVE WRK-DATASISTEMA TO REG-MR-DATASOL.
           MOVE 'M' TO REG-MR-STATUS.
           MOVE WRK-DATASISTEMA TO REG-MR-DATASIT.
           MOVE WRK-OPERADOR TO REG-MR-OPERADOR.
           WRITE REG-MATRICULA.
           PERFORM 0300-OCUPARVAGA.
           DISPLAY 'ALUNO TRANSFERIDO PARA A TURMA ' WRK-TURMA-DEST
              ', SOLICITACAO ' REG-MR-NUMERO.
           STRING 'TRANSFERENCIA ALUNO=' WRK-ALUNO
              ' DE=' WRK-ATIVA-TURMA ' PARA=' WRK-TURMA-DEST
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.
           MOVE WRK-ATIVA-TURMA TO WRK-TURMA.
           PERFORM 0400-PREENCHERVAGAS.

       0007-CONSULTARALUNO.
           DISPLAY ' MATRICULA DO ALUNO?'.
           MOVE SPACES TO WRK-ALUNO.
           ACCEPT WRK-ALUNO.
           MOVE ZEROS TO WRK-POSICAO.
           MOVE ZEROS TO REG-MR-NUMERO.
           START ARQ-MATRICULAS KEY IS NOT LESS THAN REG-MR-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-MATRICULAS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-MATRICULAS
           END-START.
           PERFORM 0000-MOSTRARSOLICITACAO
              UNTIL WRK-FS-MATRICULAS = '10'.
           MOVE '00' TO WRK-FS-MATRICULAS.
           IF WRK-POSICAO = 0
              DISPLAY 'NENHUMA SOLICITACAO PARA O ALUNO.'
           END-IF.

       0000-MOSTRARSOLICITACAO.
           READ ARQ-MATRICULAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-MATRICULAS
              NOT AT END
                 IF REG-MR-ALUNO = WRK-ALUNO
                    ADD 1 TO WRK-POSICAO
                    DISPLAY REG-MR-NUMERO ' TURMA=' REG-MR-TURMA
                       ' PERIODO=' REG-MR-PERIODO
                       ' SOLICITADA=' REG-MR-DATASOL
                       ' STATUS=' REG-MR-STATUS
                       ' EM ' REG-MR-DATASIT
                 END-IF
           END-READ.

       0008-RELATORIOVAGAS.
           DISPLAY ' PERIODO (AAAAS)?'.
           ACCEPT WRK-PERIODO-N.
           MOVE ZEROS TO WRK-QTD-TURMAS WRK-TOT-CAPACIDADE
              WRK-TOT-OCUPADAS WRK-TOT-ESPERA.
           OPEN OUTPUT ARQ-RELVAGAS.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VAGAS E LISTA DE ESPERA POR TURMA - PERIODO '
              WRK-PERIODO-N ' - EMITIDO EM ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELVAGAS FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELVAGAS FROM WRK-LINHA.
           MOVE LOW-VALUES TO REG-TV-CHAVE.
           START ARQ-VAGAS KEY IS NOT LESS THAN REG-TV-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-VAGAS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-VAGAS
           END-START.
           PERFORM 0000-RELATARTURMA UNTIL WRK-FS-VAGAS = '10'.
           MOVE '00' TO WRK-FS-VAGAS.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELVAGAS FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TURMAS=' WRK-QTD-TURMAS
              ' VAGAS=' WRK-TOT-CAPACIDADE
              ' OCUPADAS=' WRK-TOT-OCUPADAS
              ' EM ESPERA=' WRK-TOT-ESPERA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELVAGAS FROM WRK-LINHA.
           CLOSE ARQ-RELVAGAS.
           MOVE 'MATRVAGA.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'RELATORIO GRAVADO EM MATRVAGA.TXT'.

       0000-RELATARTURMA.
           READ ARQ-VAGAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-VAGAS
              NOT AT END
                 IF REG-TV-PERIODO = WRK-PERIODO-N
                    PERFORM 0600-IMPRIMIRTURMA
                 END-IF
           END-READ.

       0600-IMPRIMIRTURMA.
           MOVE REG-TV-TURMA TO WRK-TURMA.
           MOVE REG-TV-CAPACIDADE TO WRK-CAPACIDADE.
           PERFORM 0000-CONTARTURMA.
           ADD 1 TO WRK-QTD-TURMAS.
           ADD WRK-CAPACIDADE TO WRK-TOT-CAPACIDADE.
           ADD WRK-QTD-OCUPADAS TO WRK-TOT-OCUPADAS.
           ADD WRK-QTD-ESPERA TO WRK-TOT-ESPERA.
           MOVE ZEROS TO WRK-QTD-LIVRES.
           IF WRK-CAPACIDADE > WRK-QTD-OCUPADAS
              COMPUTE WRK-QTD-LIVRES =
                 WRK-CAPACIDADE - WRK-QTD-OCUPADAS
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TURMA ' WRK-TURMA
              '  VAGAS=' WRK-CAPACIDADE
              '  OCUPADAS=' WRK-QTD-OCUPADAS
              '  LIVRES=' WRK-QTD-LIVRES
              '  EM ESPERA=' WRK-QTD-ESPERA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELVAGAS FROM WRK-LINHA.
           IF WRK-QTD-ESPERA > 0
              MOVE ZEROS TO WRK-POSICAO
              MOVE ZEROS TO REG-MR-NUMERO
              START ARQ-MATRICULAS KEY IS NOT LESS THAN
                    REG-MR-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-MATRICULAS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-MATRICULAS
              END-START
              PERFORM 0000-IMPRIMIRESPERA
                 UNTIL WRK-FS-MATRICULAS = '10'
              MOVE '00' TO WRK-FS-MATRICULAS
           END-IF.

       0000-IMPRIMIRESPERA.
           READ ARQ-MATRICULAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-MATRICULAS
              NOT AT END
                 IF REG-MR-TURMA = WRK-TURMA
                       AND REG-MR-PERIODO = WRK-PERIODO-N
                       AND REG-MR-STATUS = 'E'
                    ADD 1 TO WRK-POSICAO
                    MOVE REG-MR-ALUNO TO REG-AL-MATRICULA
                    READ ARQ-ALUNOS
                       INVALID KEY
                          MOVE SPACES TO REG-AL-NOME
                    END-READ
                    MOVE SPACES TO WRK-LINHA
                    STRING '    ESPERA ' WRK-POSICAO
                       ' SOLICITACAO ' REG-MR-NUMERO
                       ' DE ' REG-MR-DATASOL
                       ' ALUNO ' REG-MR-ALUNO ' ' REG-AL-NOME
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-RELVAGAS FROM WRK-LINHA
                 END-IF
           END-READ.
