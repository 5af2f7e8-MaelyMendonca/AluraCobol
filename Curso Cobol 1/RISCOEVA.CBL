       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISCOEVA.
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
           SELECT ARQ-PARAMETROS ASSIGN TO "NOTAPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT ARQ-CHAMADA ASSIGN TO "CHAMADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHAMADA.
           SELECT ARQ-JUSTIFICATIVAS ASSIGN TO "JUSTMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-JU-CHAVE
               FILE STATUS IS WRK-FS-JUSTIFICATIVAS.
           SELECT ARQ-NOTASMF ASSIGN TO "NOTAHMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NH-CHAVE
               FILE STATUS IS WRK-FS-NOTASMF.
           SELECT ARQ-FATURAS ASSIGN TO "FATURMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-NUMERO
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT ARQ-PROFTURM ASSIGN TO "PROFTURM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PT-CHAVE
               FILE STATUS IS WRK-FS-PROFTURM.
           SELECT ARQ-PROFESSORES ASSIGN TO "PROFMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PF-COD
               FILE STATUS IS WRK-FS-PROFESSORES.
           SELECT ARQ-RISCOHIS ASSIGN TO "RISCOHIS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-RH-CHAVE
               FILE STATUS IS WRK-FS-RISCOHIS.
           SELECT ARQ-RELRISCO ASSIGN TO "RISCOEVA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELRISCO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ALUNOS.
       01 REG-ALUNO.
       COPY ALUNREG.
       FD ARQ-PARAMETROS.
       01 REG-PARAMETROS.
          02 REG-PAR-APROV    PIC 9(02)V99.
          02 REG-PAR-RECUP    PIC 9(02)V99.
          02 REG-PAR-FREQ     PIC 9(03)V99.
          02 REG-PAR-QTDNOTAS PIC 9(02).
          02 REG-PAR-PESO     PIC 9(02)V99 OCCURS 4 TIMES.
       FD ARQ-CHAMADA.
       01 REG-CHAMADA.
          02 REG-CH-DATA       PIC 9(08).
          02 REG-CH-TURMA      PIC X(06).
          02 REG-CH-PERIODO    PIC 9(05).
          02 REG-CH-MATRICULA  PIC X(08).
          02 REG-CH-PRESENCA   PIC X(01).
       FD ARQ-JUSTIFICATIVAS.
       01 REG-JUSTIFICATIVA.
       COPY JUSREG.
       FD ARQ-NOTASMF.
       01 REG-NOTAHMF.
       COPY NOTAREG.
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-PROFTURM.
       01 REG-PROFTURM.
          02 REG-PT-CHAVE.
             03 REG-PT-TURMA    PIC X(06).
             03 REG-PT-PERIODO  PIC 9(05).
          02 REG-PT-PROFESSOR  PIC X(05).
       FD ARQ-PROFESSORES.
       01 REG-PROFESSOR.
       COPY PROFREG.
       FD ARQ-RISCOHIS.
       01 REG-RISCOHIS.
       COPY RSCREG.
       FD ARQ-RELRISCO.
       01 REG-RELRISCO         PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       01 WRK-DATASISTEMA-N REDEFINES WRK-DATASISTEMA PIC 9(08).
       77 WRK-FS-ALUNOS    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PARAMETROS PIC X(02)    VALUE ZEROS.
       77 WRK-FS-CHAMADA   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-JUSTIFICATIVAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-NOTASMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PROFTURM  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PROFESSORES PIC X(02)   VALUE ZEROS.
       77 WRK-FS-RISCOHIS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELRISCO  PIC X(02)     VALUE ZEROS.
       77 WRK-JUSTMF-OK    PIC X(01)     VALUE 'N'.
       77 WRK-NOTASMF-OK   PIC X(01)     VALUE 'N'.
       77 WRK-FATURAS-OK   PIC X(01)     VALUE 'N'.
       77 WRK-PROFTURM-OK  PIC X(01)     VALUE 'N'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       01 WRK-COMPETENCIA.
          02 WRK-COMP-ANO     PIC 9(04).
          02 WRK-COMP-MES     PIC 9(02).
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).
       01 WRK-COMPANTERIOR.
          02 WRK-CANT-ANO     PIC 9(04).
          02 WRK-CANT-MES     PIC 9(02).
       01 WRK-COMPANTERIOR-N REDEFINES WRK-COMPANTERIOR PIC 9(06).
       01 WRK-DATACHAMADA.
          02 WRK-DCH-COMP     PIC 9(06).
          02 WRK-DCH-DIA      PIC 9(02).
       01 WRK-DATACHAMADA-N REDEFINES WRK-DATACHAMADA PIC 9(08).
       01 WRK-PERIODO.
          02 WRK-PER-ANO      PIC 9(04).
          02 WRK-PER-SEM      PIC 9(01).
       01 WRK-PERIODO-N REDEFINES WRK-PERIODO PIC 9(05).
       77 WRK-LIMITE-APROV PIC 9(02)V99  VALUE 6,00.
       77 WRK-LIMITE-RECUP PIC 9(02)V99  VALUE 2,00.
       77 WRK-LIMITE-FREQ  PIC 9(03)V99  VALUE 75,00.
       77 WRK-QTD-NOTAS    PIC 9(02)     VALUE 4.
       01 WRK-PESOS.
          02 WRK-PESO      PIC 9(02)V99  OCCURS 4 TIMES VALUE 1,00.
       77 WRK-QUEDA-MINIMA PIC 9(03)V99  VALUE 10,00.
       77 WRK-DIAS-ATRASO  PIC 9(03)     VALUE 30.
       77 WRK-PTS-FREQ     PIC 9(03)     VALUE 30.
       77 WRK-PTS-QUEDA    PIC 9(03)     VALUE 20.
       77 WRK-PTS-NOTA     PIC 9(03)     VALUE 30.
       77 WRK-PTS-NOTAGRAVE PIC 9(03)    VALUE 10.
       77 WRK-PTS-ATRASO   PIC 9(03)     VALUE 20.
       77 WRK-PTS-ATRASOMAIS PIC 9(03)   VALUE 10.
       77 WRK-PONTOS-CORTE PIC 9(03)     VALUE 30.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.
       77 WRK-IDX          PIC 9(02)     VALUE ZEROS.
       77 WRK-JUS-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-ABONADA      PIC X(01)     VALUE 'N'.
       77 WRK-PRESENTE     PIC X(01)     VALUE 'N'.
       77 WRK-MATRICULA    PIC X(08)     VALUE SPACES.
       77 WRK-AULAS-TOT    PIC 9(05)     VALUE ZEROS.
       77 WRK-PRES-TOT     PIC 9(05)     VALUE ZEROS.
       77 WRK-AULAS-MES    PIC 9(05)     VALUE ZEROS.
       77 WRK-PRES-MES     PIC 9(05)     VALUE ZEROS.
       77 WRK-AULAS-ANT    PIC 9(05)     VALUE ZEROS.
       77 WRK-PRES-ANT     PIC 9(05)     VALUE ZEROS.
       77 WRK-FREQ-TOT     PIC 9(03)V99  VALUE ZEROS.
       77 WRK-FREQ-MES     PIC 9(03)V99  VALUE ZEROS.
       77 WRK-FREQ-ANT     PIC 9(03)V99  VALUE ZEROS.
       77 WRK-QTD-LANCADAS PIC 9(02)     VALUE ZEROS.
       77 WRK-SOMANOTAS    PIC 9(06)V99  VALUE ZEROS.
       77 WRK-SOMAPESOS    PIC 9(03)V99  VALUE ZEROS.
       77 WRK-MEDIA        PIC 9(02)V99  VALUE ZEROS.
       77 WRK-QTD-ATRASO   PIC 9(03)     VALUE ZEROS.
       77 WRK-VLR-ATRASO   PIC 9(09)V99  VALUE ZEROS.
       77 WRK-PONTOS       PIC 9(03)     VALUE ZEROS.
       77 WRK-CONSECUTIVO  PIC X(01)     VALUE 'N'.
       77 WRK-QTD-ALUNOS   PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-PONTUADOS PIC 9(05)    VALUE ZEROS.
       77 WRK-QTD-SINALIZADOS PIC 9(05)  VALUE ZEROS.
       77 WRK-QTD-CONSECUTIVOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DESPREZADOS PIC 9(05)  VALUE ZEROS.
       77 WRK-RK-QTD       PIC 9(03)     VALUE ZEROS.
       77 WRK-RK-IDX       PIC 9(03)     VALUE ZEROS.
       77 WRK-RK-ANT       PIC 9(03)     VALUE ZEROS.
       77 WRK-RK-PARAR     PIC X(01)     VALUE 'N'.
       77 WRK-RK-POSICAO   PIC 9(03)     VALUE ZEROS.
       01 WRK-ORDEM-NOVA.
          02 WRK-ON-TURMA     PIC X(06).
          02 WRK-ON-INVERSO   PIC 9(03).
       77 WRK-TURMA-ANT    PIC X(06)     VALUE SPACES.
       77 WRK-PROFESSOR    PIC X(05)     VALUE SPACES.
       77 WRK-NOMEPROF     PIC X(30)     VALUE SPACES.
       77 WRK-PF-QTD       PIC 9(02)     VALUE ZEROS.
       77 WRK-PF-IDX       PIC 9(02)     VALUE ZEROS.
       77 WRK-PF-ACHADO    PIC X(01)     VALUE 'N'.
       77 WRK-PERC-ED      PIC ZZ9,99.
       77 WRK-PERC2-ED     PIC ZZ9,99.
       77 WRK-NOTA-ED      PIC Z9,99.
       77 WRK-VLR-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       01 WRK-RK-TAB.
          02 WRK-RK-ITEM OCCURS 300 TIMES.
             03 WRK-RK-ORDEM.
                04 WRK-RK-TURMA     PIC X(06).
                04 WRK-RK-INVERSO   PIC 9(03).
             03 WRK-RK-MATRICULA PIC X(08).
             03 WRK-RK-NOME      PIC X(30).
             03 WRK-RK-PONTOS    PIC 9(03).
             03 WRK-RK-FREQ      PIC 9(03)V99.
             03 WRK-RK-FREQMES   PIC 9(03)V99.
             03 WRK-RK-FREQANT   PIC 9(03)V99.
             03 WRK-RK-MEDIA     PIC 9(02)V99.
             03 WRK-RK-QTDATRASO PIC 9(03).
             03 WRK-RK-VLRATRASO PIC 9(09)V99.
             03 WRK-RK-MOT-FREQ  PIC X(01).
             03 WRK-RK-MOT-QUEDA PIC X(01).
             03 WRK-RK-MOT-NOTA  PIC X(01).
             03 WRK-RK-MOT-ATRASO PIC X(01).
             03 WRK-RK-CONSECUTIVO PIC X(01).
       01 WRK-PF-TAB.
          02 WRK-PF-ITEM OCCURS 30 TIMES.
             03 WRK-PF-COD       PIC X(05).
             03 WRK-PF-SINALIZADOS PIC 9(03).
             03 WRK-PF-PONTUADOS PIC 9(03).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'RISCOEVA' TO WRK-LOG-PROGRAMA.
           DISPLAY ' COMPETENCIA DO RELATORIO (AAAAMM)?'.
           ACCEPT WRK-COMPETENCIA-N.
           IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
              DISPLAY 'COMPETENCIA INVALIDA.'
              GOBACK
           END-IF.
           DISPLAY ' PERIODO LETIVO (AAAAS)?'.
           ACCEPT WRK-PERIODO-N.
           IF WRK-PER-SEM < 1 OR WRK-PER-SEM > 2
              DISPLAY 'PERIODO INVALIDO, USE AAAA1 OU AAAA2.'
              GOBACK
           END-IF.
           OPEN INPUT ARQ-ALUNOS.
           IF WRK-FS-ALUNOS NOT = '00'
              DISPLAY 'CADASTRO DE ALUNOS NAO ENCONTRADO.'
              GOBACK
           END-IF.
           IF WRK-COMP-MES = 1
              COMPUTE WRK-CANT-ANO = WRK-COMP-ANO - 1
              MOVE 12 TO WRK-CANT-MES
           ELSE
              MOVE WRK-COMP-ANO TO WRK-CANT-ANO
              COMPUTE WRK-CANT-MES = WRK-COMP-MES - 1
           END-IF.
           PERFORM 0000-CARREGARPARAMETROS.
           PERFORM 0000-ABRIRAUXILIARES.
           MOVE ZEROS TO WRK-RK-QTD WRK-QTD-ALUNOS WRK-QTD-PONTUADOS
              WRK-QTD-SINALIZADOS WRK-QTD-CONSECUTIVOS
              WRK-QTD-DESPREZADOS.
           MOVE LOW-VALUES TO REG-AL-MATRICULA.
           START ARQ-ALUNOS KEY IS NOT LESS THAN REG-AL-MATRICULA
              INVALID KEY
                 MOVE '10' TO WRK-FS-ALUNOS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-ALUNOS
           END-START.
           PERFORM 0000-LERALUNO UNTIL WRK-FS-ALUNOS = '10'.
           PERFORM 0300-EMITIRRELATORIO.
           PERFORM 0000-FECHARAUXILIARES.
           CLOSE ARQ-ALUNOS.
           DISPLAY 'ALUNOS AVALIADOS: ' WRK-QTD-ALUNOS
              ' COM PONTUACAO: ' WRK-QTD-PONTUADOS.
           DISPLAY 'EM RISCO: ' WRK-QTD-SINALIZADOS
              ' (MESES SEGUIDOS: ' WRK-QTD-CONSECUTIVOS ')'.
           IF WRK-QTD-DESPREZADOS > 0
              DISPLAY 'TABELA CHEIA, ALUNOS FORA DO RELATORIO: '
                 WRK-QTD-DESPREZADOS
           END-IF.
           DISPLAY 'RELATORIO GRAVADO EM RISCOEVA.TXT'.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'RISCO EVASAO COMP=' WRK-COMPETENCIA-N
              ' EM RISCO=' WRK-QTD-SINALIZADOS
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.
           GOBACK.

       0000-CARREGARPARAMETROS.
           OPEN INPUT ARQ-PARAMETROS.
           IF WRK-FS-PARAMETROS = '00'
              READ ARQ-PARAMETROS
                 NOT AT END
                    MOVE REG-PAR-APROV TO WRK-LIMITE-APROV
                    MOVE REG-PAR-RECUP TO WRK-LIMITE-RECUP
                    MOVE REG-PAR-FREQ  TO WRK-LIMITE-FREQ
                    IF REG-PAR-QTDNOTAS > 0
                       AND REG-PAR-QTDNOTAS <= 4
                       MOVE REG-PAR-QTDNOTAS TO WRK-QTD-NOTAS
                       PERFORM VARYING WRK-IDX FROM 1 BY 1
                             UNTIL WRK-IDX > 4
                          MOVE REG-PAR-PESO(WRK-IDX)
                             TO WRK-PESO(WRK-IDX)
                       END-PERFORM
                    END-IF
              END-READ
              CLOSE ARQ-PARAMETROS
           END-IF.

       0000-ABRIRAUXILIARES.
           MOVE 'N' TO WRK-JUSTMF-OK.
           OPEN INPUT ARQ-JUSTIFICATIVAS.
           IF WRK-FS-JUSTIFICATIVAS = '00'
              MOVE 'S' TO WRK-JUSTMF-OK
           END-IF.
           MOVE 'N' TO WRK-NOTASMF-OK.
           OPEN INPUT ARQ-NOTASMF.
           IF WRK-FS-NOTASMF = '00'
              MOVE 'S' TO WRK-NOTASMF-OK
           END-IF.
           MOVE 'N' TO WRK-FATURAS-OK.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS = '00'
              MOVE 'S' TO WRK-FATURAS-OK
           END-IF.
           MOVE 'N' TO WRK-PROFTURM-OK.
           OPEN INPUT ARQ-PROFTURM.
           IF WRK-FS-PROFTURM = '00'
              OPEN INPUT ARQ-PROFESSORES
              IF WRK-FS-PROFESSORES = '00'
                 MOVE 'S' TO WRK-PROFTURM-OK
              ELSE
                 CLOSE ARQ-PROFTURM
              END-IF
           END-IF.
           OPEN I-O ARQ-RISCOHIS.
           IF WRK-FS-RISCOHIS = '35'
              OPEN OUTPUT ARQ-RISCOHIS
              CLOSE ARQ-RISCOHIS
              OPEN I-O ARQ-RISCOHIS
           END-IF.

       0000-FECHARAUXILIARES.
           CLOSE ARQ-RISCOHIS.
           IF WRK-PROFTURM-OK = 'S'
              CLOSE ARQ-PROFTURM
              CLOSE ARQ-PROFESSORES
           END-IF.
           IF WRK-FATURAS-OK = 'S'
              CLOSE ARQ-FATURAS
           END-IF.
           IF WRK-NOTASMF-OK = 'S'
              CLOSE ARQ-NOTASMF
           END-IF.
           IF WRK-JUSTMF-OK = 'S'
              CLOSE ARQ-JUSTIFICATIVAS
           END-IF.

       0000-LERALUNO.
           READ ARQ-ALUNOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ALUNOS
              NOT AT END
                 IF REG-AL-STATUS = 'A' AND REG-AL-TURMA NOT = SPACES
                    PERFORM 0100-AVALIARALUNO
                 END-IF
           END-READ.

       0100-AVALIARALUNO.
           ADD 1 TO WRK-QTD-ALUNOS.
           MOVE REG-AL-MATRICULA TO WRK-MATRICULA.
           PERFORM 0000-CALCULARFREQ.
           PERFORM 0000-CALCULARMEDIA.
           PERFORM 0000-CALCULARATRASO.
           MOVE ZEROS TO WRK-PONTOS.
           IF WRK-AULAS-TOT > 0 AND WRK-FREQ-TOT < WRK-LIMITE-FREQ
              ADD WRK-PTS-FREQ TO WRK-PONTOS
           END-IF.
           IF WRK-AULAS-MES > 0 AND WRK-AULAS-ANT > 0
                 AND WRK-FREQ-MES + WRK-QUEDA-MINIMA < WRK-FREQ-ANT
              ADD WRK-PTS-QUEDA TO WRK-PONTOS
           END-IF.
           IF WRK-QTD-LANCADAS > 0 AND WRK-MEDIA < WRK-LIMITE-APROV
              ADD WRK-PTS-NOTA TO WRK-PONTOS
              IF WRK-MEDIA < WRK-LIMITE-RECUP
                 ADD WRK-PTS-NOTAGRAVE TO WRK-PONTOS
              END-IF
           END-IF.
           IF WRK-QTD-ATRASO > 0
              ADD WRK-PTS-ATRASO TO WRK-PONTOS
              IF WRK-QTD-ATRASO > 1
                 ADD WRK-PTS-ATRASOMAIS TO WRK-PONTOS
              END-IF
           END-IF.
           IF WRK-PONTOS > 0
              ADD 1 TO WRK-QTD-PONTUADOS
              PERFORM 0200-GRAVARHISTORICO
              IF WRK-RK-QTD < 300
                 PERFORM 0000-INSERIRRANKING
              ELSE
                 ADD 1 TO WRK-QTD-DESPREZADOS
              END-IF
           END-IF.

       0000-CALCULARFREQ.
           MOVE ZEROS TO WRK-AULAS-TOT WRK-PRES-TOT WRK-AULAS-MES
              WRK-PRES-MES WRK-AULAS-ANT WRK-PRES-ANT
              WRK-FREQ-TOT WRK-FREQ-MES WRK-FREQ-ANT.
           OPEN INPUT ARQ-CHAMADA.
           IF WRK-FS-CHAMADA = '00'
              PERFORM 0000-LERCHAMADA UNTIL WRK-FS-CHAMADA = '10'
              CLOSE ARQ-CHAMADA
           END-IF.
           IF WRK-AULAS-TOT > 0
              COMPUTE WRK-FREQ-TOT ROUNDED =
                 (WRK-PRES-TOT * 100) / WRK-AULAS-TOT
           END-IF.
           IF WRK-AULAS-MES > 0
              COMPUTE WRK-FREQ-MES ROUNDED =
                 (WRK-PRES-MES * 100) / WRK-AULAS-MES
           END-IF.
           IF WRK-AULAS-ANT > 0
              COMPUTE WRK-FREQ-ANT ROUNDED =
                 (WRK-PRES-ANT * 100) / WRK-AULAS-ANT
           END-IF.

       0000-LERCHAMADA.
           READ ARQ-CHAMADA
              AT END
                 MOVE '10' TO WRK-FS-CHAMADA
              NOT AT END
                 MOVE REG-CH-DATA TO WRK-DATACHAMADA-N
                 IF REG-CH-MATRICULA = WRK-MATRICULA
                       AND REG-CH-PERIODO = WRK-PERIODO-N
                       AND WRK-DCH-COMP <= WRK-COMPETENCIA-N
                    PERFORM 0000-CONTARCHAMADA
                 END-IF
           END-READ.

       0000-CONTARCHAMADA.
           MOVE 'N' TO WRK-PRESENTE.
           IF REG-CH-PRESENCA = 'P'
              MOVE 'S' TO WRK-PRESENTE
           ELSE
              PERFORM 0000-VERIFICARABONO
              IF WRK-ABONADA = 'S'
                 MOVE 'S' TO WRK-PRESENTE
              END-IF
           END-IF.
           ADD 1 TO WRK-AULAS-TOT.
           IF WRK-PRESENTE = 'S'
              ADD 1 TO WRK-PRES-TOT
           END-IF.
           IF WRK-DCH-COMP = WRK-COMPETENCIA-N
              ADD 1 TO WRK-AULAS-MES
              IF WRK-PRESENTE = 'S'
                 ADD 1 TO WRK-PRES-MES
              END-IF
           ELSE
              ADD 1 TO WRK-AULAS-ANT
              IF WRK-PRESENTE = 'S'
                 ADD 1 TO WRK-PRES-ANT
              END-IF
           END-IF.

       0000-VERIFICARABONO.
           MOVE 'N' TO WRK-ABONADA.
           IF WRK-JUSTMF-OK = 'S'
              PERFORM VARYING WRK-JUS-IDX FROM 1 BY 1
                    UNTIL WRK-JUS-IDX > 20
                       OR WRK-ABONADA = 'S'
                 MOVE REG-CH-MATRICULA TO REG-JU-MATRICULA
                 MOVE REG-CH-PERIODO TO REG-JU-PERIODO
                 MOVE WRK-JUS-IDX TO REG-JU-SEQ
                 READ ARQ-JUSTIFICATIVAS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF REG-JU-SITUACAO = 'A'
                             AND REG-CH-DATA >= REG-JU-DATAINI
                             AND REG-CH-DATA <= REG-JU-DATAFIM
                          MOVE 'S' TO WRK-ABONADA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       0000-CALCULARMEDIA.
           MOVE ZEROS TO WRK-QTD-LANCADAS WRK-SOMANOTAS
              WRK-SOMAPESOS WRK-MEDIA.
           IF WRK-NOTASMF-OK = 'S'
              MOVE WRK-MATRICULA TO REG-NH-MATRICULA
              MOVE WRK-PERIODO-N TO REG-NH-PERIODO
              READ ARQ-NOTASMF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM VARYING WRK-IDX FROM 1 BY 1
                          UNTIL WRK-IDX > WRK-QTD-NOTAS
                       IF REG-NH-NOTA(WRK-IDX) > 0
                          ADD 1 TO WRK-QTD-LANCADAS
                          COMPUTE WRK-SOMANOTAS = WRK-SOMANOTAS
                             + (REG-NH-NOTA(WRK-IDX)
                             * WRK-PESO(WRK-IDX))
                          ADD WRK-PESO(WRK-IDX) TO WRK-SOMAPESOS
                       END-IF
                    END-PERFORM
              END-READ
           END-IF.
           IF WRK-QTD-LANCADAS > 0 AND WRK-SOMAPESOS > 0
              COMPUTE WRK-MEDIA ROUNDED =
                 WRK-SOMANOTAS / WRK-SOMAPESOS
           ELSE
              MOVE ZEROS TO WRK-QTD-LANCADAS
           END-IF.

       0000-CALCULARATRASO.
           MOVE ZEROS TO WRK-QTD-ATRASO WRK-VLR-ATRASO.
           IF WRK-FATURAS-OK = 'S'
              MOVE ZEROS TO REG-FA-NUMERO
              START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-FATURAS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-FATURAS
              END-START
              PERFORM 0000-LERFATURA UNTIL WRK-FS-FATURAS = '10'
              MOVE '00' TO WRK-FS-FATURAS
           END-IF.

       0000-LERFATURA.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 IF REG-FA-ORIGEM = 'M'
                       AND REG-FA-ALUNO = WRK-MATRICULA
                       AND REG-FA-STATUS = 'A'
                    MOVE 'D' TO WRK-SRV-FUNCAO
                    MOVE REG-FA-DATA TO WRK-SRV-DATA1
                    MOVE WRK-DATASISTEMA-N TO WRK-SRV-DATA2
                    CALL 'DATASRV' USING WRK-SRV-FUNCAO
                       WRK-SRV-DATA1 WRK-SRV-DATA2
                       WRK-SRV-NUMERO WRK-SRV-VALIDO
                    IF WRK-SRV-NUMERO >= WRK-DIAS-ATRASO
                       ADD 1 TO WRK-QTD-ATRASO
                       COMPUTE WRK-VLR-ATRASO = WRK-VLR-ATRASO
                          + REG-FA-TOTAL - REG-FA-VALORPAGO
                    END-IF
                 END-IF
           END-READ.

       0200-GRAVARHISTORICO.
           MOVE 'N' TO WRK-CONSECUTIVO.
           IF WRK-PONTOS >= WRK-PONTOS-CORTE
              ADD 1 TO WRK-QTD-SINALIZADOS
              MOVE WRK-MATRICULA TO REG-RH-MATRICULA
              MOVE WRK-COMPANTERIOR-N TO REG-RH-COMPETENCIA
              READ ARQ-RISCOHIS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF REG-RH-SINALIZADO = 'S'
                       MOVE 'S' TO WRK-CONSECUTIVO
                       ADD 1 TO WRK-QTD-CONSECUTIVOS
                    END-IF
              END-READ
           END-IF.
           MOVE WRK-MATRICULA TO REG-RH-MATRICULA.
           MOVE WRK-COMPETENCIA-N TO REG-RH-COMPETENCIA.
           MOVE REG-AL-TURMA TO REG-RH-TURMA.
           MOVE WRK-PONTOS TO REG-RH-PONTOS.
           IF WRK-PONTOS >= WRK-PONTOS-CORTE
              MOVE 'S' TO REG-RH-SINALIZADO
           ELSE
              MOVE 'N' TO REG-RH-SINALIZADO
           END-IF.
           MOVE WRK-DATASISTEMA-N TO REG-RH-DATAPROC.
           WRITE REG-RISCOHIS
              INVALID KEY
                 REWRITE REG-RISCOHIS
           END-WRITE.

       0000-INSERIRRANKING.
           MOVE REG-AL-TURMA TO WRK-ON-TURMA.
           COMPUTE WRK-ON-INVERSO = 999 - WRK-PONTOS.
           ADD 1 TO WRK-RK-QTD.
           MOVE WRK-RK-QTD TO WRK-RK-IDX.
           MOVE 'N' TO WRK-RK-PARAR.
           PERFORM 0000-DESLOCARALUNO
              UNTIL WRK-RK-IDX = 1 OR WRK-RK-PARAR = 'S'.
           MOVE WRK-ORDEM-NOVA TO WRK-RK-ORDEM(WRK-RK-IDX).
           MOVE WRK-MATRICULA TO WRK-RK-MATRICULA(WRK-RK-IDX).
           MOVE REG-AL-NOME TO WRK-RK-NOME(WRK-RK-IDX).
           MOVE WRK-PONTOS TO WRK-RK-PONTOS(WRK-RK-IDX).
           MOVE WRK-FREQ-TOT TO WRK-RK-FREQ(WRK-RK-IDX).
           MOVE WRK-FREQ-MES TO WRK-RK-FREQMES(WRK-RK-IDX).
           MOVE WRK-FREQ-ANT TO WRK-RK-FREQANT(WRK-RK-IDX).
           MOVE WRK-MEDIA TO WRK-RK-MEDIA(WRK-RK-IDX).
           MOVE WRK-QTD-ATRASO TO WRK-RK-QTDATRASO(WRK-RK-IDX).
           MOVE WRK-VLR-ATRASO TO WRK-RK-VLRATRASO(WRK-RK-IDX).
           MOVE 'N' TO WRK-RK-MOT-FREQ(WRK-RK-IDX)
              WRK-RK-MOT-QUEDA(WRK-RK-IDX) WRK-RK-MOT-NOTA(WRK-RK-IDX)
              WRK-RK-MOT-ATRASO(WRK-RK-IDX).
           IF WRK-AULAS-TOT > 0 AND WRK-FREQ-TOT < WRK-LIMITE-FREQ
              MOVE 'S' TO WRK-RK-MOT-FREQ(WRK-RK-IDX)
           END-IF.
           IF WRK-AULAS-MES > 0 AND WRK-AULAS-ANT > 0
                 AND WRK-FREQ-MES + WRK-QUEDA-MINIMA < WRK-FREQ-ANT
              MOVE 'S' TO WRK-RK-MOT-QUEDA(WRK-RK-IDX)
           END-IF.
           IF WRK-QTD-LANCADAS > 0 AND WRK-MEDIA < WRK-LIMITE-APROV
              MOVE 'S' TO WRK-RK-MOT-NOTA(WRK-RK-IDX)
           END-IF.
           IF WRK-QTD-ATRASO > 0
              MOVE 'S' TO WRK-RK-MOT-ATRASO(WRK-RK-IDX)
           END-IF.
           MOVE WRK-CONSECUTIVO TO WRK-RK-CONSECUTIVO(WRK-RK-IDX).

       0000-DESLOCARALUNO.
           COMPUTE WRK-RK-ANT = WRK-RK-IDX - 1.
           IF WRK-RK-ORDEM(WRK-RK-ANT) <= WRK-ORDEM-NOVA
              MOVE 'S' TO WRK-RK-PARAR
           ELSE
              MOVE WRK-RK-ITEM(WRK-RK-ANT) TO WRK-RK-ITEM(WRK-RK-IDX)
              MOVE WRK-RK-ANT TO WRK-RK-IDX
           END-IF.

       0300-EMITIRRELATORIO.
           MOVE ZEROS TO WRK-PF-QTD.
           OPEN OUTPUT ARQ-RELRISCO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RISCO DE EVASAO - COMPETENCIA ' WRK-COMPETENCIA-N
              ' PERIODO ' WRK-PERIODO-N
              ' - EMITIDO EM ' WRK-DATASISTEMA-N
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELRISCO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CORTE DE RISCO: ' WRK-PONTOS-CORTE
              ' PONTOS   *** = EM RISCO TAMBEM NO MES ANTERIOR'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELRISCO FROM WRK-LINHA.
           MOVE SPACES TO WRK-TURMA-ANT.
           MOVE ZEROS TO WRK-RK-POSICAO.
           PERFORM VARYING WRK-RK-IDX FROM 1 BY 1
                 UNTIL WRK-RK-IDX > WRK-RK-QTD
              IF WRK-RK-TURMA(WRK-RK-IDX) NOT = WRK-TURMA-ANT
                 PERFORM 0000-CABECALHOTURMA
              END-IF
              PERFORM 0310-LISTARALUNO
           END-PERFORM.
           PERFORM 0320-RESUMOPROFESSOR.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELRISCO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'AVALIADOS=' WRK-QTD-ALUNOS
              ' PONTUADOS=' WRK-QTD-PONTUADOS
              ' EM RISCO=' WRK-QTD-SINALIZADOS
              ' MESES SEGUIDOS=' WRK-QTD-CONSECUTIVOS
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELRISCO FROM WRK-LINHA.
           CLOSE ARQ-RELRISCO.
           MOVE 'RISCOEVA.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.

       0000-CABECALHOTURMA.
           MOVE WRK-RK-TURMA(WRK-RK-IDX) TO WRK-TURMA-ANT.
           MOVE ZEROS TO WRK-RK-POSICAO.
           PERFORM 0000-BUSCARPROFESSOR.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELRISCO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TURMA ' WRK-TURMA-ANT
              ' PROFESSOR ' WRK-PROFESSOR ' ' WRK-NOMEPROF
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELRISCO FROM WRK-LINHA.

       0000-BUSCARPROFESSOR.
           MOVE SPACES TO WRK-PROFESSOR WRK-NOMEPROF.
           IF WRK-PROFTURM-OK = 'S'
              MOVE WRK-TURMA-ANT TO REG-PT-TURMA
              MOVE WRK-PERIODO-N TO REG-PT-PERIODO
              READ ARQ-PROFTURM
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE REG-PT-PROFESSOR TO WRK-PROFESSOR
                    MOVE REG-PT-PROFESSOR TO REG-PF-COD
                    READ ARQ-PROFESSORES
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE REG-PF-NOME TO WRK-NOMEPROF
                    END-READ
              END-READ
           END-IF.
           IF WRK-PROFESSOR = SPACES
              MOVE '-----' TO WRK-PROFESSOR
              MOVE 'SEM PROFESSOR ATRIBUIDO' TO WRK-NOMEPROF
           END-IF.

       0310-LISTARALUNO.
           ADD 1 TO WRK-RK-POSICAO.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-RK-CONSECUTIVO(WRK-RK-IDX) = 'S'
              MOVE '***' TO WRK-LINHA(1:3)
           END-IF.
           IF WRK-RK-PONTOS(WRK-RK-IDX) >= WRK-PONTOS-CORTE
              STRING WRK-RK-POSICAO ' ' WRK-RK-MATRICULA(WRK-RK-IDX)
                 ' ' WRK-RK-NOME(WRK-RK-IDX)
                 ' PONTOS=' WRK-RK-PONTOS(WRK-RK-IDX) ' EM RISCO'
                 DELIMITED BY SIZE INTO WRK-LINHA(5:96)
           ELSE
              STRING WRK-RK-POSICAO ' ' WRK-RK-MATRICULA(WRK-RK-IDX)
                 ' ' WRK-RK-NOME(WRK-RK-IDX)
                 ' PONTOS=' WRK-RK-PONTOS(WRK-RK-IDX)
                 DELIMITED BY SIZE INTO WRK-LINHA(5:96)
           END-IF.
           WRITE REG-RELRISCO FROM WRK-LINHA.
           IF WRK-RK-MOT-FREQ(WRK-RK-IDX) = 'S'
              MOVE WRK-RK-FREQ(WRK-RK-IDX) TO WRK-PERC-ED
              MOVE WRK-LIMITE-FREQ TO WRK-PERC2-ED
              MOVE SPACES TO WRK-LINHA
              STRING '         FREQUENCIA NO PERIODO ' WRK-PERC-ED
                 '% ABAIXO DO MINIMO ' WRK-PERC2-ED '%'
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELRISCO FROM WRK-LINHA
           END-IF.
           IF WRK-RK-MOT-QUEDA(WRK-RK-IDX) = 'S'
              MOVE WRK-RK-FREQMES(WRK-RK-IDX) TO WRK-PERC-ED
              MOVE WRK-RK-FREQANT(WRK-RK-IDX) TO WRK-PERC2-ED
              MOVE SPACES TO WRK-LINHA
              STRING '         FREQUENCIA EM QUEDA: ' WRK-PERC-ED
                 '% NO MES CONTRA ' WRK-PERC2-ED
                 '% ANTES DO MES'
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELRISCO FROM WRK-LINHA
           END-IF.
           IF WRK-RK-MOT-NOTA(WRK-RK-IDX) = 'S'
              MOVE WRK-RK-MEDIA(WRK-RK-IDX) TO WRK-NOTA-ED
              MOVE SPACES TO WRK-LINHA
              IF WRK-RK-MEDIA(WRK-RK-IDX) < WRK-LIMITE-RECUP
                 STRING '         MEDIA PARCIAL ' WRK-NOTA-ED
                    ' ABAIXO DA RECUPERACAO (RISCO DE REPROVACAO)'
                    DELIMITED BY SIZE INTO WRK-LINHA
              ELSE
                 STRING '         MEDIA PARCIAL ' WRK-NOTA-ED
                    ' ABAIXO DA MEDIA DE APROVACAO'
                    DELIMITED BY SIZE INTO WRK-LINHA
              END-IF
              WRITE REG-RELRISCO FROM WRK-LINHA
           END-IF.
           IF WRK-RK-MOT-ATRASO(WRK-RK-IDX) = 'S'
              MOVE WRK-RK-VLRATRASO(WRK-RK-IDX) TO WRK-VLR-ED
              MOVE SPACES TO WRK-LINHA
              STRING '         MENSALIDADES EM ATRASO: '
                 WRK-RK-QTDATRASO(WRK-RK-IDX)
                 ' SALDO ' WRK-VLR-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELRISCO FROM WRK-LINHA
           END-IF.
           PERFORM 0000-SOMARPROFESSOR.

       0000-SOMARPROFESSOR.
           MOVE 'N' TO WRK-PF-ACHADO.
           PERFORM VARYING WRK-PF-IDX FROM 1 BY 1
                 UNTIL WRK-PF-IDX > WRK-PF-QTD
                    OR WRK-PF-ACHADO = 'S'
              IF WRK-PF-COD(WRK-PF-IDX) = WRK-PROFESSOR
                 MOVE 'S' TO WRK-PF-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-PF-ACHADO = 'S'
              SUBTRACT 1 FROM WRK-PF-IDX
           ELSE
              IF WRK-PF-QTD < 30
                 ADD 1 TO WRK-PF-QTD
                 MOVE WRK-PF-QTD TO WRK-PF-IDX
                 MOVE WRK-PROFESSOR TO WRK-PF-COD(WRK-PF-IDX)
                 MOVE ZEROS TO WRK-PF-SINALIZADOS(WRK-PF-IDX)
                    WRK-PF-PONTUADOS(WRK-PF-IDX)
                 MOVE 'S' TO WRK-PF-ACHADO
              END-IF
           END-IF.
           IF WRK-PF-ACHADO = 'S'
              ADD 1 TO WRK-PF-PONTUADOS(WRK-PF-IDX)
              IF WRK-RK-PONTOS(WRK-RK-IDX) >= WRK-PONTOS-CORTE
                 ADD 1 TO WRK-PF-SINALIZADOS(WRK-PF-IDX)
              END-IF
           END-IF.

       0320-RESUMOPROFESSOR.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELRISCO FROM WRK-LINHA.
           MOVE 'RESUMO POR PROFESSOR' TO WRK-LINHA.
           WRITE REG-RELRISCO FROM WRK-LINHA.
           PERFORM VARYING WRK-PF-IDX FROM 1 BY 1
                 UNTIL WRK-PF-IDX > WRK-PF-QTD
              MOVE SPACES TO WRK-LINHA
              STRING 'PROFESSOR ' WRK-PF-COD(WRK-PF-IDX)
                 ' ALUNOS PONTUADOS=' WRK-PF-PONTUADOS(WRK-PF-IDX)
                 ' EM RISCO=' WRK-PF-SINALIZADOS(WRK-PF-IDX)
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELRISCO FROM WRK-LINHA
           END-PERFORM.
