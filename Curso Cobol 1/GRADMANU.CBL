       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-GRADE ASSIGN TO "GRADEMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-GH-CHAVE
               FILE STATUS IS WRK-FS-GRADE.
           SELECT ARQ-PROFESSORES ASSIGN TO "PROFMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PF-COD
               FILE STATUS IS WRK-FS-PROFESSORES.
           SELECT ARQ-RELGRADE ASSIGN TO "GRADEHOR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELGRADE.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-GRADE.
       01 REG-GRADE.
       COPY GRDREG.
       FD ARQ-PROFESSORES.
       01 REG-PROFESSOR.
       COPY PROFREG.
       FD ARQ-RELGRADE.
       01 REG-RELGRADE         PIC X(100).
       WORKING-STORAGE SECTION.

       COPY DIASEM.

       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-GRADE     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PROFESSORES PIC X(02)   VALUE ZEROS.
       77 WRK-FS-RELGRADE  PIC X(02)     VALUE ZEROS.
       77 WRK-PROFMF-OK    PIC X(01)     VALUE 'N'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-CHAVE-OK     PIC X(01)     VALUE 'N'.
       77 WRK-DADOS-OK     PIC X(01)     VALUE 'N'.
       77 WRK-EXISTE       PIC X(01)     VALUE 'N'.
       77 WRK-CONFLITO     PIC X(01)     VALUE 'N'.
       77 WRK-TURMA        PIC X(06)     VALUE SPACES.
       01 WRK-PERIODO.
          02 WRK-PER-ANO      PIC 9(04).
          02 WRK-PER-SEM      PIC 9(01).
       01 WRK-PERIODO-N REDEFINES WRK-PERIODO PIC 9(05).
       77 WRK-DIA          PIC 9(01)     VALUE ZEROS.
       01 WRK-HORARIO.
          02 WRK-HOR-HH       PIC 9(02).
          02 WRK-HOR-MM       PIC 9(02).
       01 WRK-HORARIO-N REDEFINES WRK-HORARIO PIC 9(04).
       01 WRK-HORA-IMP.
          02 WRK-HIMP-HH      PIC 9(02).
          02 WRK-HIMP-MM      PIC 9(02).
       01 WRK-HORA-IMP-N REDEFINES WRK-HORA-IMP PIC 9(04).
       77 WRK-DISCIPLINA   PIC X(20)     VALUE SPACES.
       77 WRK-PROFESSOR    PIC X(05)     VALUE SPACES.
       77 WRK-SALA         PIC X(05)     VALUE SPACES.
       77 WRK-NOME-PROF    PIC X(30)     VALUE SPACES.
       77 WRK-CARGA-PROF   PIC 9(03)     VALUE ZEROS.
       77 WRK-CARGA-MAXIMA PIC 9(03)     VALUE 20.
       77 WRK-FILTRO-TIPO  PIC X(01)     VALUE SPACES.
       77 WRK-FILTRO       PIC X(06)     VALUE SPACES.
       77 WRK-TURMA-ANT    PIC X(06)     VALUE SPACES.
       77 WRK-QTD-AULAS    PIC 9(03)     VALUE ZEROS.
       77 WRK-QTD-GT       PIC 9(02)     VALUE ZEROS.
       77 WRK-GT-IDX       PIC 9(02)     VALUE ZEROS.
       77 WRK-GT-ANT       PIC 9(02)     VALUE ZEROS.
       77 WRK-GT-PARAR     PIC X(01)     VALUE 'N'.
       77 WRK-ORDEM-NOVA   PIC 9(05)     VALUE ZEROS.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       01 WRK-GT-TAB.
          02 WRK-GT-ITEM OCCURS 60 TIMES.
             03 WRK-GT-ORDEM      PIC 9(05).
             03 WRK-GT-DIA        PIC 9(01).
             03 WRK-GT-HORARIO    PIC 9(04).
             03 WRK-GT-TURMA      PIC X(06).
             03 WRK-GT-DISCIPLINA PIC X(20).
             03 WRK-GT-OUTRO      PIC X(05).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'GRADMANU' TO WRK-LOG-PROGRAMA.
           OPEN I-O ARQ-GRADE.
           IF WRK-FS-GRADE = '35'
              OPEN OUTPUT ARQ-GRADE
              CLOSE ARQ-GRADE
              OPEN I-O ARQ-GRADE
           END-IF.
           MOVE 'N' TO WRK-PROFMF-OK.
           OPEN INPUT ARQ-PROFESSORES.
           IF WRK-FS-PROFESSORES = '00'
              MOVE 'S' TO WRK-PROFMF-OK
           END-IF.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           IF WRK-PROFMF-OK = 'S'
              CLOSE ARQ-PROFESSORES
           END-IF.
           CLOSE ARQ-GRADE.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'GRADE HORARIA DAS TURMAS'.
           DISPLAY ' 1 - INCLUIR/ALTERAR AULA NA GRADE'.
           DISPLAY ' 2 - EXCLUIR AULA DA GRADE'.
           DISPLAY ' 3 - CONSULTAR GRADE DA TURMA'.
           DISPLAY ' 4 - IMPRIMIR GRADE POR TURMA'.
           DISPLAY ' 5 - IMPRIMIR GRADE POR PROFESSOR'.
           DISPLAY ' 6 - IMPRIMIR GRADE POR SALA'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-MANTERAULA
              WHEN '2'
                 PERFORM 0004-EXCLUIRAULA
              WHEN '3'
                 PERFORM 0005-CONSULTARTURMA
              WHEN '4'
                 PERFORM 0006-IMPRIMIRTURMA
              WHEN '5'
                 MOVE 'P' TO WRK-FILTRO-TIPO
                 PERFORM 0007-IMPRIMIRPROFSALA
              WHEN '6'
                 MOVE 'S' TO WRK-FILTRO-TIPO
                 PERFORM 0007-IMPRIMIRPROFSALA
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0003-MANTERAULA.
           PERFORM 0100-LERCHAVE.
           IF WRK-CHAVE-OK = 'S'
              MOVE 'N' TO WRK-EXISTE
              MOVE WRK-TURMA TO REG-GH-TURMA
              MOVE WRK-PERIODO-N TO REG-GH-PERIODO
              MOVE WRK-DIA TO REG-GH-DIASEMANA
              MOVE WRK-HORARIO-N TO REG-GH-HORARIO
              READ ARQ-GRADE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-EXISTE
                    DISPLAY 'AULA JA CADASTRADA: ' REG-GH-DISCIPLINA
                       ' PROF=' REG-GH-PROFESSOR
                       ' SALA=' REG-GH-SALA
              END-READ
              PERFORM 0200-LERDADOS
              IF WRK-DADOS-OK = 'S'
                 PERFORM 0300-VERIFICARCONFLITOS
                 IF WRK-CONFLITO = 'S'
                    DISPLAY 'AULA NAO GRAVADA.'
                    STRING 'CONFLITO NA GRADE TURMA=' WRK-TURMA
                       ' DIA=' WRK-DIA ' HORA=' WRK-HORARIO
                       ' PROF=' WRK-PROFESSOR ' SALA=' WRK-SALA
                       DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                    MOVE 'W' TO WRK-LOG-SEVERIDADE
                 ELSE
                    PERFORM 0000-GRAVARAULA
                    ADD 1 TO WRK-CARGA-PROF
                    IF WRK-CARGA-PROF > WRK-CARGA-MAXIMA
                       DISPLAY 'ATENCAO: PROFESSOR ' WRK-PROFESSOR
                          ' COM ' WRK-CARGA-PROF
                          ' AULAS SEMANAIS NO PERIODO, ACIMA DA '
                          'CARGA MAXIMA DE ' WRK-CARGA-MAXIMA '.'
                    END-IF
                    STRING 'AULA GRAVADA TURMA=' WRK-TURMA
                       ' DIA=' WRK-DIA ' HORA=' WRK-HORARIO
                       ' PROF=' WRK-PROFESSOR ' SALA=' WRK-SALA
                       DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                    MOVE 'I' TO WRK-LOG-SEVERIDADE
                 END-IF
                 CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                    WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              END-IF
           END-IF.

       0100-LERCHAVE.
           MOVE 'S' TO WRK-CHAVE-OK.
           DISPLAY ' TURMA?'.
           MOVE SPACES TO WRK-TURMA.
           ACCEPT WRK-TURMA.
           DISPLAY ' PERIODO (AAAAS)?'.
           ACCEPT WRK-PERIODO-N.
           DISPLAY ' DIA DA SEMANA (2=SEG 3=TER 4=QUA 5=QUI 6=SEX '
              '7=SAB)?'.
           ACCEPT WRK-DIA.
           DISPLAY ' HORARIO DE INICIO DA AULA (HHMM)?'.
           ACCEPT WRK-HORARIO-N.
           EVALUATE TRUE
              WHEN WRK-TURMA = SPACES
                 DISPLAY 'TURMA NAO PODE SER BRANCO.'
                 MOVE 'N' TO WRK-CHAVE-OK
              WHEN WRK-PER-SEM < 1 OR WRK-PER-SEM > 2
                 DISPLAY 'PERIODO INVALIDO, USE AAAA1 OU AAAA2.'
                 MOVE 'N' TO WRK-CHAVE-OK
              WHEN WRK-DIA < 2 OR WRK-DIA > 7
                 DISPLAY 'DIA DA SEMANA INVALIDO.'
                 MOVE 'N' TO WRK-CHAVE-OK
              WHEN WRK-HOR-HH > 23 OR WRK-HOR-MM > 59
                 DISPLAY 'HORARIO INVALIDO.'
                 MOVE 'N' TO WRK-CHAVE-OK
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0200-LERDADOS.
           MOVE 'S' TO WRK-DADOS-OK.
           DISPLAY ' DISCIPLINA?'.
           MOVE SPACES TO WRK-DISCIPLINA.
           ACCEPT WRK-DISCIPLINA.
           DISPLAY ' CODIGO DO PROFESSOR?'.
           MOVE SPACES TO WRK-PROFESSOR.
           ACCEPT WRK-PROFESSOR.
           DISPLAY ' SALA?'.
           MOVE SPACES TO WRK-SALA.
           ACCEPT WRK-SALA.
           IF WRK-DISCIPLINA = SPACES OR WRK-PROFESSOR = SPACES
                 OR WRK-SALA = SPACES
              DISPLAY 'DISCIPLINA, PROFESSOR E SALA SAO '
                 'OBRIGATORIOS.'
              MOVE 'N' TO WRK-DADOS-OK
           ELSE
              IF WRK-PROFMF-OK = 'S'
                 MOVE WRK-PROFESSOR TO REG-PF-COD
                 READ ARQ-PROFESSORES
                    INVALID KEY
                       DISPLAY 'PROFESSOR NAO CADASTRADO.'
                       MOVE 'N' TO WRK-DADOS-OK
                    NOT INVALID KEY
                       IF REG-PF-STATUS NOT = 'A'
                          DISPLAY 'PROFESSOR INATIVO, AULA NAO '
                             'PERMITIDA.'
                          MOVE 'N' TO WRK-DADOS-OK
                       END-IF
                 END-READ
              END-IF
           END-IF.

       0300-VERIFICARCONFLITOS.
           MOVE 'N' TO WRK-CONFLITO.
           MOVE ZEROS TO WRK-CARGA-PROF.
           MOVE LOW-VALUES TO REG-GH-CHAVE.
           START ARQ-GRADE KEY IS NOT LESS THAN REG-GH-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-GRADE
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-GRADE
           END-START.
           PERFORM 0000-CONFERIRAULA UNTIL WRK-FS-GRADE = '10'.
           MOVE '00' TO WRK-FS-GRADE.

       0000-CONFERIRAULA.
           READ ARQ-GRADE NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-GRADE
              NOT AT END
                 IF REG-GH-PERIODO = WRK-PERIODO-N
                       AND NOT (REG-GH-TURMA = WRK-TURMA
                          AND REG-GH-DIASEMANA = WRK-DIA
                          AND REG-GH-HORARIO = WRK-HORARIO-N)
                    IF REG-GH-PROFESSOR = WRK-PROFESSOR
                       ADD 1 TO WRK-CARGA-PROF
                    END-IF
                    IF REG-GH-DIASEMANA = WRK-DIA
                          AND REG-GH-HORARIO = WRK-HORARIO-N
                       IF REG-GH-PROFESSOR = WRK-PROFESSOR
                          DISPLAY 'PROFESSOR JA TEM AULA NESTE '
                             'HORARIO NA TURMA ' REG-GH-TURMA
                          MOVE 'S' TO WRK-CONFLITO
                       END-IF
                       IF REG-GH-SALA = WRK-SALA
                          DISPLAY 'SALA JA OCUPADA NESTE HORARIO '
                             'PELA TURMA ' REG-GH-TURMA
                          MOVE 'S' TO WRK-CONFLITO
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0000-GRAVARAULA.
           MOVE WRK-TURMA TO REG-GH-TURMA.
           MOVE WRK-PERIODO-N TO REG-GH-PERIODO.
           MOVE WRK-DIA TO REG-GH-DIASEMANA.
           MOVE WRK-HORARIO-N TO REG-GH-HORARIO.
           MOVE WRK-DISCIPLINA TO REG-GH-DISCIPLINA.
           MOVE WRK-PROFESSOR TO REG-GH-PROFESSOR.
           MOVE WRK-SALA TO REG-GH-SALA.
           IF WRK-EXISTE = 'S'
              REWRITE REG-GRADE
           ELSE
              WRITE REG-GRADE
           END-IF.
           DISPLAY 'AULA GRAVADA NA GRADE.'.

       0004-EXCLUIRAULA.
           PERFORM 0100-LERCHAVE.
           IF WRK-CHAVE-OK = 'S'
              MOVE WRK-TURMA TO REG-GH-TURMA
              MOVE WRK-PERIODO-N TO REG-GH-PERIODO
              MOVE WRK-DIA TO REG-GH-DIASEMANA
              MOVE WRK-HORARIO-N TO REG-GH-HORARIO
              READ ARQ-GRADE
                 INVALID KEY
                    DISPLAY 'AULA NAO ENCONTRADA NA GRADE.'
                 NOT INVALID KEY
                    DISPLAY 'AULA: ' REG-GH-DISCIPLINA
                       ' PROF=' REG-GH-PROFESSOR
                       ' SALA=' REG-GH-SALA
                    DISPLAY ' CONFIRMA A EXCLUSAO? (S/N)'
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       DELETE ARQ-GRADE RECORD
                       DISPLAY 'AULA EXCLUIDA DA GRADE.'
                       STRING 'AULA EXCLUIDA TURMA=' WRK-TURMA
                          ' DIA=' WRK-DIA ' HORA=' WRK-HORARIO
                          ' OPERADOR=' WRK-OPERADOR
                          DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                       MOVE 'I' TO WRK-LOG-SEVERIDADE
                       CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                          WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                    END-IF
              END-READ
           END-IF.

       0005-CONSULTARTURMA.
           DISPLAY ' TURMA?'.
           MOVE SPACES TO WRK-TURMA.
           ACCEPT WRK-TURMA.
           DISPLAY ' PERIODO (AAAAS)?'.
           ACCEPT WRK-PERIODO-N.
           MOVE ZEROS TO WRK-QTD-AULAS.
           MOVE WRK-TURMA TO REG-GH-TURMA.
           MOVE WRK-PERIODO-N TO REG-GH-PERIODO.
           MOVE ZEROS TO REG-GH-DIASEMANA REG-GH-HORARIO.
           START ARQ-GRADE KEY IS NOT LESS THAN REG-GH-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-GRADE
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-GRADE
           END-START.
           PERFORM 0000-MOSTRARAULA UNTIL WRK-FS-GRADE = '10'.
           MOVE '00' TO WRK-FS-GRADE.
           DISPLAY 'AULAS SEMANAIS DA TURMA: ' WRK-QTD-AULAS.

       0000-MOSTRARAULA.
           READ ARQ-GRADE NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-GRADE
              NOT AT END
                 IF REG-GH-TURMA NOT = WRK-TURMA
                       OR REG-GH-PERIODO NOT = WRK-PERIODO-N
                    MOVE '10' TO WRK-FS-GRADE
                 ELSE
                    ADD 1 TO WRK-QTD-AULAS
                    MOVE REG-GH-HORARIO TO WRK-HORA-IMP-N
                    DISPLAY WRK-NOME-DIASEMANA(REG-GH-DIASEMANA)
                       ' ' WRK-HIMP-HH ':' WRK-HIMP-MM
                       ' ' REG-GH-DISCIPLINA
                       ' PROF=' REG-GH-PROFESSOR
                       ' SALA=' REG-GH-SALA
                 END-IF
           END-READ.

       0006-IMPRIMIRTURMA.
           DISPLAY ' TURMA (BRANCO=TODAS)?'.
           MOVE SPACES TO WRK-TURMA.
           ACCEPT WRK-TURMA.
           DISPLAY ' PERIODO (AAAAS)?'.
           ACCEPT WRK-PERIODO-N.
           OPEN OUTPUT ARQ-RELGRADE.
           MOVE SPACES TO WRK-LINHA.
           STRING 'GRADE HORARIA POR TURMA - PERIODO ' WRK-PERIODO-N
              ' - EMITIDO EM ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELGRADE FROM WRK-LINHA.
           MOVE SPACES TO WRK-TURMA-ANT.
           MOVE ZEROS TO WRK-QTD-AULAS.
           MOVE WRK-TURMA TO REG-GH-TURMA.
           MOVE ZEROS TO REG-GH-PERIODO REG-GH-DIASEMANA
              REG-GH-HORARIO.
           START ARQ-GRADE KEY IS NOT LESS THAN REG-GH-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-GRADE
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-GRADE
           END-START.
           PERFORM 0000-IMPRIMIRAULATURMA UNTIL WRK-FS-GRADE = '10'.
           MOVE '00' TO WRK-FS-GRADE.
           IF WRK-TURMA-ANT NOT = SPACES
              PERFORM 0000-TOTALTURMA
           END-IF.
           CLOSE ARQ-RELGRADE.
           PERFORM 0000-REGISTRARRELAT.

       0000-IMPRIMIRAULATURMA.
           READ ARQ-GRADE NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-GRADE
              NOT AT END
                 IF WRK-TURMA NOT = SPACES
                       AND REG-GH-TURMA NOT = WRK-TURMA
                    MOVE '10' TO WRK-FS-GRADE
                 ELSE
                    IF REG-GH-PERIODO = WRK-PERIODO-N
                       IF REG-GH-TURMA NOT = WRK-TURMA-ANT
                          IF WRK-TURMA-ANT NOT = SPACES
                             PERFORM 0000-TOTALTURMA
                          END-IF
                          PERFORM 0000-CABECALHOTURMA
                       END-IF
                       ADD 1 TO WRK-QTD-AULAS
                       MOVE REG-GH-PROFESSOR TO WRK-PROFESSOR
                       PERFORM 0000-NOMEPROFESSOR
                       MOVE REG-GH-HORARIO TO WRK-HORA-IMP-N
                       MOVE SPACES TO WRK-LINHA
                       STRING WRK-NOME-DIASEMANA(REG-GH-DIASEMANA)
                          ' ' WRK-HIMP-HH ':' WRK-HIMP-MM
                          ' ' REG-GH-DISCIPLINA
                          ' PROF ' REG-GH-PROFESSOR ' ' WRK-NOME-PROF
                          ' SALA ' REG-GH-SALA
                          DELIMITED BY SIZE INTO WRK-LINHA
                       WRITE REG-RELGRADE FROM WRK-LINHA
                    END-IF
                 END-IF
           END-READ.

       0000-CABECALHOTURMA.
           MOVE REG-GH-TURMA TO WRK-TURMA-ANT.
           MOVE ZEROS TO WRK-QTD-AULAS.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELGRADE FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TURMA ' REG-GH-TURMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELGRADE FROM WRK-LINHA.

       0000-TOTALTURMA.
           MOVE SPACES TO WRK-LINHA.
           STRING '  AULAS SEMANAIS DA TURMA ' WRK-TURMA-ANT ': '
              WRK-QTD-AULAS
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELGRADE FROM WRK-LINHA.

       0000-NOMEPROFESSOR.
           MOVE SPACES TO WRK-NOME-PROF.
           IF WRK-PROFMF-OK = 'S'
              MOVE WRK-PROFESSOR TO REG-PF-COD
              READ ARQ-PROFESSORES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE REG-PF-NOME TO WRK-NOME-PROF
              END-READ
           END-IF.

       0007-IMPRIMIRPROFSALA.
           IF WRK-FILTRO-TIPO = 'P'
              DISPLAY ' CODIGO DO PROFESSOR?'
           ELSE
              DISPLAY ' SALA?'
           END-IF.
           MOVE SPACES TO WRK-FILTRO.
           ACCEPT WRK-FILTRO.
           DISPLAY ' PERIODO (AAAAS)?'.
           ACCEPT WRK-PERIODO-N.
           MOVE ZEROS TO WRK-QTD-GT WRK-QTD-AULAS.
           MOVE LOW-VALUES TO REG-GH-CHAVE.
           START ARQ-GRADE KEY IS NOT LESS THAN REG-GH-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-GRADE
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-GRADE
           END-START.
           PERFORM 0000-CARREGARAULA UNTIL WRK-FS-GRADE = '10'.
           MOVE '00' TO WRK-FS-GRADE.
           OPEN OUTPUT ARQ-RELGRADE.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-FILTRO-TIPO = 'P'
              MOVE WRK-FILTRO TO WRK-PROFESSOR
              PERFORM 0000-NOMEPROFESSOR
              STRING 'GRADE HORARIA DO PROFESSOR ' WRK-PROFESSOR
                 ' ' WRK-NOME-PROF ' - PERIODO ' WRK-PERIODO-N
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              STRING 'GRADE HORARIA DA SALA ' WRK-FILTRO
                 ' - PERIODO ' WRK-PERIODO-N
                 ' - EMITIDO EM ' WRK-DATASISTEMA
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELGRADE FROM WRK-LINHA.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELGRADE FROM WRK-LINHA.
           PERFORM VARYING WRK-GT-IDX FROM 1 BY 1
                 UNTIL WRK-GT-IDX > WRK-QTD-GT
              MOVE WRK-GT-HORARIO(WRK-GT-IDX) TO WRK-HORA-IMP-N
              MOVE SPACES TO WRK-LINHA
              IF WRK-FILTRO-TIPO = 'P'
                 STRING WRK-NOME-DIASEMANA(WRK-GT-DIA(WRK-GT-IDX))
                    ' ' WRK-HIMP-HH ':' WRK-HIMP-MM
                    ' TURMA ' WRK-GT-TURMA(WRK-GT-IDX)
                    ' ' WRK-GT-DISCIPLINA(WRK-GT-IDX)
                    ' SALA ' WRK-GT-OUTRO(WRK-GT-IDX)
                    DELIMITED BY SIZE INTO WRK-LINHA
              ELSE
                 STRING WRK-NOME-DIASEMANA(WRK-GT-DIA(WRK-GT-IDX))
                    ' ' WRK-HIMP-HH ':' WRK-HIMP-MM
                    ' TURMA ' WRK-GT-TURMA(WRK-GT-IDX)
                    ' ' WRK-GT-DISCIPLINA(WRK-GT-IDX)
                    ' PROF ' WRK-GT-OUTRO(WRK-GT-IDX)
                    DELIMITED BY SIZE INTO WRK-LINHA
              END-IF
              WRITE REG-RELGRADE FROM WRK-LINHA
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           STRING '  AULAS SEMANAIS: ' WRK-QTD-AULAS
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELGRADE FROM WRK-LINHA.
           IF WRK-QTD-AULAS > WRK-QTD-GT
              MOVE SPACES TO WRK-LINHA
              STRING '  *** LISTADAS AS PRIMEIRAS ' WRK-QTD-GT
                 ' AULAS'
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELGRADE FROM WRK-LINHA
           END-IF.
           IF WRK-FILTRO-TIPO = 'P'
                 AND WRK-QTD-AULAS > WRK-CARGA-MAXIMA
              MOVE SPACES TO WRK-LINHA
              STRING '  *** ACIMA DA CARGA MAXIMA DE '
                 WRK-CARGA-MAXIMA ' AULAS SEMANAIS'
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELGRADE FROM WRK-LINHA
           END-IF.
           CLOSE ARQ-RELGRADE.
           PERFORM 0000-REGISTRARRELAT.

       0000-CARREGARAULA.
           READ ARQ-GRADE NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-GRADE
              NOT AT END
                 IF REG-GH-PERIODO = WRK-PERIODO-N
                    IF (WRK-FILTRO-TIPO = 'P'
                          AND REG-GH-PROFESSOR = WRK-FILTRO)
                       OR (WRK-FILTRO-TIPO = 'S'
                          AND REG-GH-SALA = WRK-FILTRO)
                       ADD 1 TO WRK-QTD-AULAS
                       IF WRK-QTD-GT < 60
                          PERFORM 0000-INSERIRAULA
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0000-INSERIRAULA.
           COMPUTE WRK-ORDEM-NOVA =
              (REG-GH-DIASEMANA * 10000) + REG-GH-HORARIO.
           ADD 1 TO WRK-QTD-GT.
           MOVE WRK-QTD-GT TO WRK-GT-IDX.
           MOVE 'N' TO WRK-GT-PARAR.
           PERFORM 0000-DESLOCARAULA
              UNTIL WRK-GT-IDX = 1 OR WRK-GT-PARAR = 'S'.
           MOVE WRK-ORDEM-NOVA TO WRK-GT-ORDEM(WRK-GT-IDX).
           MOVE REG-GH-DIASEMANA TO WRK-GT-DIA(WRK-GT-IDX).
           MOVE REG-GH-HORARIO TO WRK-GT-HORARIO(WRK-GT-IDX).
           MOVE REG-GH-TURMA TO WRK-GT-TURMA(WRK-GT-IDX).
           MOVE REG-GH-DISCIPLINA TO WRK-GT-DISCIPLINA(WRK-GT-IDX).
           IF WRK-FILTRO-TIPO = 'P'
              MOVE REG-GH-SALA TO WRK-GT-OUTRO(WRK-GT-IDX)
           ELSE
              MOVE REG-GH-PROFESSOR TO WRK-GT-OUTRO(WRK-GT-IDX)
           END-IF.

       0000-DESLOCARAULA.
           COMPUTE WRK-GT-ANT = WRK-GT-IDX - 1.
           IF WRK-GT-ORDEM(WRK-GT-ANT) <= WRK-ORDEM-NOVA
              MOVE 'S' TO WRK-GT-PARAR
           ELSE
              MOVE WRK-GT-ITEM(WRK-GT-ANT) TO WRK-GT-ITEM(WRK-GT-IDX)
              MOVE WRK-GT-ANT TO WRK-GT-IDX
           END-IF.

       0000-REGISTRARRELAT.
           MOVE 'GRADEHOR.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'RELATORIO GRAVADO EM GRADEHOR.TXT'.
