       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOESC.
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
           SELECT ARQ-RESPONSAVEIS ASSIGN TO "RESPMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-RS-CHAVE
               FILE STATUS IS WRK-FS-RESPONSAVEIS.
           SELECT ARQ-AVISOS ASSIGN TO "AVISOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AV-CHAVE
               FILE STATUS IS WRK-FS-AVISOS.
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
           SELECT ARQ-CARTAS ASSIGN TO "AVISCART.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARTAS.
           SELECT ARQ-RELAVISOS ASSIGN TO "AVISLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELAVISOS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ALUNOS.
       01 REG-ALUNO.
       COPY ALUNREG.
       FD ARQ-RESPONSAVEIS.
       01 REG-RESPONSAVEL.
       COPY RSPREG.
       FD ARQ-AVISOS.
       01 REG-AVISO.
       COPY AVSREG.
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
       FD ARQ-CARTAS.
       01 REG-CARTA            PIC X(100).
       FD ARQ-RELAVISOS.
       01 REG-RELAVISOS        PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-ALUNOS    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RESPONSAVEIS PIC X(02)  VALUE ZEROS.
       77 WRK-FS-AVISOS    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PARAMETROS PIC X(02)    VALUE ZEROS.
       77 WRK-FS-CHAMADA   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-JUSTIFICATIVAS PIC X(02) VALUE ZEROS.
       77 WRK-FS-NOTASMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CARTAS    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELAVISOS PIC X(02)     VALUE ZEROS.
       77 WRK-RESPMF-OK    PIC X(01)     VALUE 'N'.
       77 WRK-JUSTMF-OK    PIC X(01)     VALUE 'N'.
       77 WRK-NOTASMF-OK   PIC X(01)     VALUE 'N'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
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
       77 WRK-IDX          PIC 9(02)     VALUE ZEROS.
       77 WRK-JUS-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-ABONADA      PIC X(01)     VALUE 'N'.
       77 WRK-MATRICULA    PIC X(08)     VALUE SPACES.
       77 WRK-FREQ-AULAS   PIC 9(05)     VALUE ZEROS.
       77 WRK-FREQ-PRESENCAS PIC 9(05)   VALUE ZEROS.
       77 WRK-FREQ-FALTAS  PIC 9(05)     VALUE ZEROS.
       77 WRK-FREQUENCIA   PIC 9(03)V99  VALUE ZEROS.
       77 WRK-QTD-LANCADAS PIC 9(02)     VALUE ZEROS.
       77 WRK-SOMANOTAS    PIC 9(06)V99  VALUE ZEROS.
       77 WRK-SOMAPESOS    PIC 9(03)V99  VALUE ZEROS.
       77 WRK-MEDIA        PIC 9(02)V99  VALUE ZEROS.
       77 WRK-TIPO         PIC X(01)     VALUE SPACES.
       77 WRK-CONDICAO     PIC X(01)     VALUE 'N'.
       77 WRK-VALOR        PIC 9(03)V99  VALUE ZEROS.
       77 WRK-LIMITE       PIC 9(03)V99  VALUE ZEROS.
       77 WRK-EXISTE       PIC X(01)     VALUE 'N'.
       77 WRK-RESP-IDX     PIC 9(01)     VALUE ZEROS.
       77 WRK-RESP-ACHADO  PIC X(01)     VALUE 'N'.
       77 WRK-RESP-NOME    PIC X(30)     VALUE SPACES.
       77 WRK-RESP-PARENTESCO PIC X(15)  VALUE SPACES.
       77 WRK-RESP-LOGRADOURO PIC X(40)  VALUE SPACES.
       77 WRK-RESP-CIDADE  PIC X(25)     VALUE SPACES.
       77 WRK-RESP-UF      PIC X(02)     VALUE SPACES.
       77 WRK-RESP-CEP     PIC 9(08)     VALUE ZEROS.
       77 WRK-QTD-ALUNOS   PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-EMITIDOS PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-JAAVISADOS PIC 9(05)   VALUE ZEROS.
       77 WRK-QTD-REGULARIZADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEMRESP  PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-TURMAS   PIC 9(02)     VALUE ZEROS.
       77 WRK-TUR-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-TUR-ANT      PIC 9(02)     VALUE ZEROS.
       77 WRK-TUR-ACHADA   PIC X(01)     VALUE 'N'.
       77 WRK-TUR-PARAR    PIC X(01)     VALUE 'N'.
       77 WRK-TURMA-LISTA  PIC X(06)     VALUE SPACES.
       77 WRK-TIPO-DESC    PIC X(10)     VALUE SPACES.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-PERC-ED      PIC ZZ9,99.
       77 WRK-PERC2-ED     PIC ZZ9,99.
       77 WRK-NOTA-ED      PIC Z9,99.
       77 WRK-NOTA2-ED     PIC Z9,99.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       01 WRK-TUR-TAB.
          02 WRK-TUR-COD   PIC X(06)     OCCURS 50 TIMES.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'AVISOESC' TO WRK-LOG-PROGRAMA.
           OPEN INPUT ARQ-ALUNOS.
           IF WRK-FS-ALUNOS NOT = '00'
              DISPLAY 'CADASTRO DE ALUNOS NAO ENCONTRADO.'
              GOBACK
           END-IF.
           OPEN I-O ARQ-AVISOS.
           IF WRK-FS-AVISOS = '35'
              OPEN OUTPUT ARQ-AVISOS
              CLOSE ARQ-AVISOS
              OPEN I-O ARQ-AVISOS
           END-IF.
           MOVE 'N' TO WRK-RESPMF-OK.
           OPEN INPUT ARQ-RESPONSAVEIS.
           IF WRK-FS-RESPONSAVEIS = '00'
              MOVE 'S' TO WRK-RESPMF-OK
           END-IF.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           IF WRK-RESPMF-OK = 'S'
              CLOSE ARQ-RESPONSAVEIS
           END-IF.
           CLOSE ARQ-AVISOS.
           CLOSE ARQ-ALUNOS.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'AVISOS DE FREQUENCIA E NOTA AOS RESPONSAVEIS'.
           DISPLAY ' 1 - GERAR AVISOS DA SEMANA'.
           DISPLAY ' 2 - LISTA DE AVISOS POR TURMA'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-GERARAVISOS
              WHEN '2'
                 PERFORM 0004-LISTARAVISOS
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0003-GERARAVISOS.
           DISPLAY ' PERIODO LETIVO (AAAAS)?'.
           ACCEPT WRK-PERIODO-N.
           IF WRK-PER-SEM < 1 OR WRK-PER-SEM > 2
              DISPLAY 'PERIODO INVALIDO, USE AAAA1 OU AAAA2.'
           ELSE
              PERFORM 0000-CARREGARPARAMETROS
              MOVE 'N' TO WRK-NOTASMF-OK
              OPEN INPUT ARQ-NOTASMF
              IF WRK-FS-NOTASMF = '00'
                 MOVE 'S' TO WRK-NOTASMF-OK
              END-IF
              MOVE 'N' TO WRK-JUSTMF-OK
              OPEN INPUT ARQ-JUSTIFICATIVAS
              IF WRK-FS-JUSTIFICATIVAS = '00'
                 MOVE 'S' TO WRK-JUSTMF-OK
              END-IF
              MOVE ZEROS TO WRK-QTD-ALUNOS WRK-QTD-EMITIDOS
                 WRK-QTD-JAAVISADOS WRK-QTD-REGULARIZADOS
                 WRK-QTD-SEMRESP
              OPEN OUTPUT ARQ-CARTAS
              MOVE LOW-VALUES TO REG-AL-MATRICULA
              START ARQ-ALUNOS KEY IS NOT LESS THAN REG-AL-MATRICULA
                 INVALID KEY
                    MOVE '10' TO WRK-FS-ALUNOS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-ALUNOS
              END-START
              PERFORM 0000-LERALUNO UNTIL WRK-FS-ALUNOS = '10'
              MOVE '00' TO WRK-FS-ALUNOS
              CLOSE ARQ-CARTAS
              IF WRK-JUSTMF-OK = 'S'
                 CLOSE ARQ-JUSTIFICATIVAS
              END-IF
              IF WRK-NOTASMF-OK = 'S'
                 CLOSE ARQ-NOTASMF
              END-IF
              MOVE 'AVISCART.TXT' TO WRK-NOME-RELAT
              CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
                 WRK-OPERADOR
              DISPLAY 'ALUNOS AVALIADOS: ' WRK-QTD-ALUNOS
              DISPLAY 'AVISOS EMITIDOS: ' WRK-QTD-EMITIDOS
                 ' (AVISCART.TXT)'
              DISPLAY 'JA AVISADOS ANTES: ' WRK-QTD-JAAVISADOS
                 ' REGULARIZADOS: ' WRK-QTD-REGULARIZADOS
              IF WRK-QTD-SEMRESP > 0
                 DISPLAY 'AVISOS SEM RESPONSAVEL CADASTRADO: '
                    WRK-QTD-SEMRESP
              END-IF
              STRING 'AVISOS PERIODO=' WRK-PERIODO-N
                 ' EMITIDOS=' WRK-QTD-EMITIDOS
                 ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-IF.

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

       0000-LERALUNO.
           READ ARQ-ALUNOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ALUNOS
              NOT AT END
                 IF REG-AL-STATUS = 'A'
                    PERFORM 0100-AVALIARALUNO
                 END-IF
           END-READ.

       0100-AVALIARALUNO.
           ADD 1 TO WRK-QTD-ALUNOS.
           MOVE REG-AL-MATRICULA TO WRK-MATRICULA.
           PERFORM 0000-CALCULARFREQ.
           PERFORM 0000-CALCULARMEDIA.
           MOVE 'F' TO WRK-TIPO.
           MOVE WRK-FREQUENCIA TO WRK-VALOR.
           MOVE WRK-LIMITE-FREQ TO WRK-LIMITE.
           IF WRK-FREQ-AULAS > 0
                 AND WRK-FREQUENCIA < WRK-LIMITE-FREQ
              MOVE 'S' TO WRK-CONDICAO
           ELSE
              MOVE 'N' TO WRK-CONDICAO
           END-IF.
           PERFORM 0200-TRATARAVISO.
           MOVE 'N' TO WRK-TIPO.
           MOVE WRK-MEDIA TO WRK-VALOR.
           MOVE WRK-LIMITE-APROV TO WRK-LIMITE.
           IF WRK-QTD-LANCADAS > 0
                 AND WRK-MEDIA < WRK-LIMITE-APROV
              MOVE 'S' TO WRK-CONDICAO
           ELSE
              MOVE 'N' TO WRK-CONDICAO
           END-IF.
           PERFORM 0200-TRATARAVISO.

       0000-CALCULARFREQ.
           MOVE ZEROS TO WRK-FREQ-AULAS WRK-FREQ-PRESENCAS
              WRK-FREQ-FALTAS WRK-FREQUENCIA.
           OPEN INPUT ARQ-CHAMADA.
           IF WRK-FS-CHAMADA = '00'
              PERFORM 0000-LERCHAMADA UNTIL WRK-FS-CHAMADA = '10'
              CLOSE ARQ-CHAMADA
           END-IF.
           IF WRK-FREQ-AULAS > 0
              COMPUTE WRK-FREQUENCIA ROUNDED =
                 (WRK-FREQ-PRESENCAS * 100) / WRK-FREQ-AULAS
              COMPUTE WRK-FREQ-FALTAS =
                 WRK-FREQ-AULAS - WRK-FREQ-PRESENCAS
           END-IF.

       0000-LERCHAMADA.
           READ ARQ-CHAMADA
              AT END
                 MOVE '10' TO WRK-FS-CHAMADA
              NOT AT END
                 IF REG-CH-MATRICULA = WRK-MATRICULA
                       AND REG-CH-PERIODO = WRK-PERIODO-N
                    ADD 1 TO WRK-FREQ-AULAS
                    IF REG-CH-PRESENCA = 'P'
                       ADD 1 TO WRK-FREQ-PRESENCAS
                    ELSE
                       PERFORM 0000-VERIFICARABONO
                       IF WRK-ABONADA = 'S'
                          ADD 1 TO WRK-FREQ-PRESENCAS
                       END-IF
                    END-IF
                 END-IF
           END-READ.

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

       0200-TRATARAVISO.
           MOVE 'N' TO WRK-EXISTE.
           MOVE WRK-MATRICULA TO REG-AV-MATRICULA.
           MOVE WRK-PERIODO-N TO REG-AV-PERIODO.
           MOVE WRK-TIPO TO REG-AV-TIPO.
           READ ARQ-AVISOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WRK-EXISTE
           END-READ.
           IF WRK-CONDICAO = 'S'
              IF WRK-EXISTE = 'S' AND REG-AV-STATUS = 'E'
                 ADD 1 TO WRK-QTD-JAAVISADOS
              ELSE
                 PERFORM 0000-BUSCARRESPONSAVEL
                 PERFORM 0300-ESCREVERCARTA
                 ADD 1 TO WRK-QTD-EMITIDOS
                 IF WRK-EXISTE = 'N'
                    MOVE ZEROS TO REG-AV-QTDENVIOS
                 END-IF
                 MOVE WRK-MATRICULA TO REG-AV-MATRICULA
                 MOVE WRK-PERIODO-N TO REG-AV-PERIODO
                 MOVE WRK-TIPO TO REG-AV-TIPO
                 MOVE REG-AL-TURMA TO REG-AV-TURMA
                 MOVE WRK-VALOR TO REG-AV-VALOR
                 MOVE WRK-LIMITE TO REG-AV-LIMITE
                 MOVE WRK-DATASISTEMA TO REG-AV-DATAENVIO
                 MOVE WRK-RESP-NOME TO REG-AV-RESPONSAVEL
                 ADD 1 TO REG-AV-QTDENVIOS
                 MOVE 'E' TO REG-AV-STATUS
                 MOVE ZEROS TO REG-AV-DATAREG
                 IF WRK-EXISTE = 'S'
                    REWRITE REG-AVISO
                 ELSE
                    WRITE REG-AVISO
                 END-IF
              END-IF
           ELSE
              IF WRK-EXISTE = 'S' AND REG-AV-STATUS = 'E'
                 MOVE 'R' TO REG-AV-STATUS
                 MOVE WRK-DATASISTEMA TO REG-AV-DATAREG
                 REWRITE REG-AVISO
                 ADD 1 TO WRK-QTD-REGULARIZADOS
              END-IF
           END-IF.

       0000-BUSCARRESPONSAVEL.
           MOVE 'N' TO WRK-RESP-ACHADO.
           MOVE SPACES TO WRK-RESP-NOME WRK-RESP-PARENTESCO
              WRK-RESP-LOGRADOURO WRK-RESP-CIDADE WRK-RESP-UF.
           MOVE ZEROS TO WRK-RESP-CEP.
           IF WRK-RESPMF-OK = 'S'
              PERFORM VARYING WRK-RESP-IDX FROM 1 BY 1
                    UNTIL WRK-RESP-IDX > 3
                 MOVE WRK-MATRICULA TO REG-RS-MATRICULA
                 MOVE WRK-RESP-IDX TO REG-RS-SEQ
                 READ ARQ-RESPONSAVEIS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM 0000-GUARDARRESPONSAVEL
                 END-READ
              END-PERFORM
           END-IF.
           IF WRK-RESP-ACHADO = 'N'
              ADD 1 TO WRK-QTD-SEMRESP
           END-IF.

       0000-GUARDARRESPONSAVEL.
           IF WRK-RESP-ACHADO = 'N' OR REG-RS-PRINCIPAL = 'S'
              MOVE REG-RS-NOME TO WRK-RESP-NOME
              MOVE REG-RS-PARENTESCO TO WRK-RESP-PARENTESCO
              MOVE REG-RS-LOGRADOURO TO WRK-RESP-LOGRADOURO
              MOVE REG-RS-CIDADE TO WRK-RESP-CIDADE
              MOVE REG-RS-UF TO WRK-RESP-UF
              MOVE REG-RS-CEP TO WRK-RESP-CEP
           END-IF.
           IF REG-RS-PRINCIPAL = 'S'
              MOVE 'P' TO WRK-RESP-ACHADO
           END-IF.
           IF WRK-RESP-ACHADO = 'N'
              MOVE 'S' TO WRK-RESP-ACHADO
           END-IF.

       0300-ESCREVERCARTA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-CARTA FROM WRK-LINHA.
           IF WRK-TIPO = 'F'
              MOVE 'AVISO DE FREQUENCIA ESCOLAR' TO WRK-LINHA
           ELSE
              MOVE 'AVISO DE DESEMPENHO ESCOLAR' TO WRK-LINHA
           END-IF.
           WRITE REG-CARTA FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-RESP-ACHADO = 'N'
              MOVE 'AOS RESPONSAVEIS PELO ALUNO' TO WRK-LINHA
              WRITE REG-CARTA FROM WRK-LINHA
           ELSE
              STRING 'A ' WRK-RESP-NOME ' (' WRK-RESP-PARENTESCO ')'
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-CARTA FROM WRK-LINHA
              MOVE WRK-RESP-LOGRADOURO TO WRK-LINHA
              WRITE REG-CARTA FROM WRK-LINHA
              MOVE SPACES TO WRK-LINHA
              STRING WRK-RESP-CIDADE ' - ' WRK-RESP-UF
                 '  CEP ' WRK-RESP-CEP
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-CARTA FROM WRK-LINHA
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-CARTA FROM WRK-LINHA.
           STRING 'ALUNO: ' WRK-MATRICULA ' ' REG-AL-NOME
              ' TURMA ' REG-AL-TURMA ' PERIODO ' WRK-PERIODO-N
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-CARTA FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-TIPO = 'F'
              MOVE WRK-FREQUENCIA TO WRK-PERC-ED
              MOVE WRK-LIMITE-FREQ TO WRK-PERC2-ED
              STRING 'A FREQUENCIA DO ALUNO ESTA EM ' WRK-PERC-ED
                 '%, ABAIXO DO MINIMO DE ' WRK-PERC2-ED '%.'
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-CARTA FROM WRK-LINHA
              MOVE SPACES TO WRK-LINHA
              STRING 'FALTAS SEM JUSTIFICATIVA ATE '
                 WRK-DATASISTEMA ': ' WRK-FREQ-FALTAS ' EM '
                 WRK-FREQ-AULAS ' AULAS.'
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-CARTA FROM WRK-LINHA
           ELSE
              MOVE WRK-MEDIA TO WRK-NOTA-ED
              MOVE WRK-LIMITE-APROV TO WRK-NOTA2-ED
              STRING 'A MEDIA PARCIAL DO ALUNO ESTA EM ' WRK-NOTA-ED
                 ', ABAIXO DA MEDIA DE APROVACAO ' WRK-NOTA2-ED '.'
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-CARTA FROM WRK-LINHA
              IF WRK-MEDIA >= WRK-LIMITE-RECUP
                 MOVE 'O ALUNO ESTA NA FAIXA DE RECUPERACAO.'
                    TO WRK-LINHA
              ELSE
                 MOVE 'O ALUNO ESTA EM RISCO DE REPROVACAO.'
                    TO WRK-LINHA
              END-IF
              WRITE REG-CARTA FROM WRK-LINHA
           END-IF.
           MOVE 'SOLICITAMOS O COMPARECIMENTO A SECRETARIA DA ESCOLA.'
              TO WRK-LINHA.
           WRITE REG-CARTA FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EMITIDO EM ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-CARTA FROM WRK-LINHA.

       0004-LISTARAVISOS.
           DISPLAY ' PERIODO LETIVO (AAAAS)?'.
           ACCEPT WRK-PERIODO-N.
           MOVE ZEROS TO WRK-QTD-TURMAS WRK-QTD-LISTADOS.
           MOVE LOW-VALUES TO REG-AV-CHAVE.
           START ARQ-AVISOS KEY IS NOT LESS THAN REG-AV-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-AVISOS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-AVISOS
           END-START.
           PERFORM 0000-CARREGARTURMA UNTIL WRK-FS-AVISOS = '10'.
           MOVE '00' TO WRK-FS-AVISOS.
           OPEN OUTPUT ARQ-RELAVISOS.
           MOVE SPACES TO WRK-LINHA.
           STRING 'AVISOS AOS RESPONSAVEIS POR TURMA - PERIODO '
              WRK-PERIODO-N ' - EMITIDO EM ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELAVISOS FROM WRK-LINHA.
           MOVE 'TIPO F=FREQUENCIA N=NOTA  STATUS E=ENVIADO '
              TO WRK-LINHA.
           WRITE REG-RELAVISOS FROM WRK-LINHA.
           MOVE 'R=REGULARIZADO' TO WRK-LINHA.
           WRITE REG-RELAVISOS FROM WRK-LINHA.
           PERFORM VARYING WRK-TUR-IDX FROM 1 BY 1
                 UNTIL WRK-TUR-IDX > WRK-QTD-TURMAS
              PERFORM 0500-LISTARTURMA
           END-PERFORM.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELAVISOS FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TURMAS=' WRK-QTD-TURMAS
              ' AVISOS LISTADOS=' WRK-QTD-LISTADOS
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELAVISOS FROM WRK-LINHA.
           CLOSE ARQ-RELAVISOS.
           MOVE 'AVISLIST.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'RELATORIO GRAVADO EM AVISLIST.TXT'.

       0000-CARREGARTURMA.
           READ ARQ-AVISOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-AVISOS
              NOT AT END
                 IF REG-AV-PERIODO = WRK-PERIODO-N
                    MOVE 'N' TO WRK-TUR-ACHADA
                    PERFORM VARYING WRK-TUR-IDX FROM 1 BY 1
                          UNTIL WRK-TUR-IDX > WRK-QTD-TURMAS
                       IF WRK-TUR-COD(WRK-TUR-IDX) = REG-AV-TURMA
                          MOVE 'S' TO WRK-TUR-ACHADA
                       END-IF
                    END-PERFORM
                    IF WRK-TUR-ACHADA = 'N' AND WRK-QTD-TURMAS < 50
                       PERFORM 0000-INSERIRTURMA
                    END-IF
                 END-IF
           END-READ.

       0000-INSERIRTURMA.
           ADD 1 TO WRK-QTD-TURMAS.
           MOVE WRK-QTD-TURMAS TO WRK-TUR-IDX.
           MOVE 'N' TO WRK-TUR-PARAR.
           PERFORM 0000-DESLOCARTURMA
              UNTIL WRK-TUR-IDX = 1 OR WRK-TUR-PARAR = 'S'.
           MOVE REG-AV-TURMA TO WRK-TUR-COD(WRK-TUR-IDX).

       0000-DESLOCARTURMA.
           COMPUTE WRK-TUR-ANT = WRK-TUR-IDX - 1.
           IF WRK-TUR-COD(WRK-TUR-ANT) <= REG-AV-TURMA
              MOVE 'S' TO WRK-TUR-PARAR
           ELSE
              MOVE WRK-TUR-COD(WRK-TUR-ANT) TO WRK-TUR-COD(WRK-TUR-IDX)
              MOVE WRK-TUR-ANT TO WRK-TUR-IDX
           END-IF.

       0500-LISTARTURMA.
           MOVE WRK-TUR-COD(WRK-TUR-IDX) TO WRK-TURMA-LISTA.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELAVISOS FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TURMA ' WRK-TURMA-LISTA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELAVISOS FROM WRK-LINHA.
           MOVE LOW-VALUES TO REG-AV-CHAVE.
           START ARQ-AVISOS KEY IS NOT LESS THAN REG-AV-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-AVISOS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-AVISOS
           END-START.
           PERFORM 0000-LISTARAVISO UNTIL WRK-FS-AVISOS = '10'.
           MOVE '00' TO WRK-FS-AVISOS.

       0000-LISTARAVISO.
           READ ARQ-AVISOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-AVISOS
              NOT AT END
                 IF REG-AV-PERIODO = WRK-PERIODO-N
                       AND REG-AV-TURMA = WRK-TURMA-LISTA
                    ADD 1 TO WRK-QTD-LISTADOS
                    MOVE REG-AV-MATRICULA TO REG-AL-MATRICULA
                    READ ARQ-ALUNOS
                       INVALID KEY
                          MOVE SPACES TO REG-AL-NOME
                    END-READ
                    MOVE REG-AV-VALOR TO WRK-PERC-ED
                    MOVE SPACES TO WRK-LINHA
                    STRING '  ' REG-AV-MATRICULA ' ' REG-AL-NOME
                       ' ' REG-AV-TIPO ' ' WRK-PERC-ED
                       ' ENVIO ' REG-AV-DATAENVIO
                       ' (' REG-AV-QTDENVIOS 'X) ' REG-AV-STATUS
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-RELAVISOS FROM WRK-LINHA
                    IF REG-AV-RESPONSAVEL NOT = SPACES
                       MOVE SPACES TO WRK-LINHA
                       STRING '     RESPONSAVEL ' REG-AV-RESPONSAVEL
                          DELIMITED BY SIZE INTO WRK-LINHA
                       WRITE REG-RELAVISOS FROM WRK-LINHA
                    END-IF
                 END-IF
           END-READ.
