       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTCONC.
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
           SELECT ARQ-SEQTURMA ASSIGN TO "TURMSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEQTURMA.
           SELECT ARQ-CERTIFICADOS ASSIGN TO "CERTMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CE-NUMERO
               FILE STATUS IS WRK-FS-CERTIFICADOS.
           SELECT ARQ-DOCCERT ASSIGN TO "CERTIFIC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DOCCERT.
           SELECT ARQ-RELLIVRO ASSIGN TO "CERTLIVR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELLIVRO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ALUNOS.
       01 REG-ALUNO.
       COPY ALUNREG.
       FD ARQ-NOTASMF.
       01 REG-NOTAHMF.
       COPY NOTAREG.
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-SEQTURMA.
       01 REG-SEQTURMA.
          02 REG-SQ-TURMA      PIC X(06).
          02 REG-SQ-PROXIMA    PIC X(06).
       FD ARQ-CERTIFICADOS.
       01 REG-CERTIFICADO.
       COPY CERREG.
       FD ARQ-DOCCERT.
       01 REG-DOCCERT          PIC X(100).
       FD ARQ-RELLIVRO.
       01 REG-RELLIVRO         PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-ALUNOS    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-NOTASMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-SEQTURMA  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CERTIFICADOS PIC X(02)  VALUE ZEROS.
       77 WRK-FS-DOCCERT   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELLIVRO  PIC X(02)     VALUE ZEROS.
       77 WRK-NOTASMF-OK   PIC X(01)     VALUE 'N'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-MATRICULA    PIC X(08)     VALUE SPACES.
       77 WRK-MOTIVO       PIC X(40)     VALUE SPACES.
       77 WRK-ULT-NUMERO   PIC 9(06)     VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01)     VALUE 'N'.
       77 WRK-APTO         PIC X(01)     VALUE 'N'.
       77 WRK-SEGUNDAVIA   PIC X(01)     VALUE 'N'.
       77 WRK-QTD-SEQ      PIC 9(02)     VALUE ZEROS.
       77 WRK-SEQ-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-FALTANDO PIC 9(02)     VALUE ZEROS.
       77 WRK-TURMAFINAL   PIC X(06)     VALUE SPACES.
       77 WRK-PERIODOFINAL PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-ABERTAS  PIC 9(03)     VALUE ZEROS.
       77 WRK-VLR-ABERTO   PIC 9(09)V99  VALUE ZEROS.
       77 WRK-VLR-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-MEDIA-ED     PIC Z9,99.
       77 WRK-FREQ-ED      PIC ZZ9,99.
       77 WRK-QTD-PERIODOS PIC 9(03)     VALUE ZEROS.
       77 WRK-QTD-LIVRO    PIC 9(06)     VALUE ZEROS.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       01 WRK-SEQ-TAB.
          02 WRK-SEQ-ITEM OCCURS 20 TIMES.
             03 WRK-SQ-TURMA   PIC X(06).
             03 WRK-SQ-APROVADA PIC X(01).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'CERTCONC' TO WRK-LOG-PROGRAMA.
           OPEN INPUT ARQ-ALUNOS.
           IF WRK-FS-ALUNOS NOT = '00'
              DISPLAY 'CADASTRO DE ALUNOS NAO ENCONTRADO.'
              GOBACK
           END-IF.
           MOVE 'N' TO WRK-NOTASMF-OK.
           OPEN INPUT ARQ-NOTASMF.
           IF WRK-FS-NOTASMF = '00'
              MOVE 'S' TO WRK-NOTASMF-OK
           END-IF.
           OPEN I-O ARQ-CERTIFICADOS.
           IF WRK-FS-CERTIFICADOS = '35'
              OPEN OUTPUT ARQ-CERTIFICADOS
              CLOSE ARQ-CERTIFICADOS
              OPEN I-O ARQ-CERTIFICADOS
           END-IF.
           PERFORM 0000-ULTIMONUMERO.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           CLOSE ARQ-CERTIFICADOS.
           IF WRK-NOTASMF-OK = 'S'
              CLOSE ARQ-NOTASMF
           END-IF.
           CLOSE ARQ-ALUNOS.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'CERTIFICADOS DE CONCLUSAO DE CURSO'.
           DISPLAY ' 1 - EMITIR CERTIFICADO'.
           DISPLAY ' 2 - EMITIR SEGUNDA VIA'.
           DISPLAY ' 3 - LIVRO DE REGISTRO DE CERTIFICADOS'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-EMITIRCERTIFICADO
              WHEN '2'
                 PERFORM 0004-SEGUNDAVIA
              WHEN '3'
                 PERFORM 0005-LIVROREGISTRO
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0000-ULTIMONUMERO.
           MOVE ZEROS TO WRK-ULT-NUMERO.
           MOVE ZEROS TO REG-CE-NUMERO.
           START ARQ-CERTIFICADOS KEY IS NOT LESS THAN REG-CE-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-CERTIFICADOS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-CERTIFICADOS
           END-START.
           PERFORM 0000-LERNUMERO UNTIL WRK-FS-CERTIFICADOS = '10'.
           MOVE '00' TO WRK-FS-CERTIFICADOS.

       0000-LERNUMERO.
           READ ARQ-CERTIFICADOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CERTIFICADOS
              NOT AT END
                 MOVE REG-CE-NUMERO TO WRK-ULT-NUMERO
           END-READ.

       0100-LERALUNO.
           MOVE 'N' TO WRK-ACHOU.
           DISPLAY ' MATRICULA DO ALUNO?'.
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO REG-AL-MATRICULA.
           READ ARQ-ALUNOS
              INVALID KEY
                 DISPLAY 'ALUNO NAO CADASTRADO.'
              NOT INVALID KEY
                 MOVE 'S' TO WRK-ACHOU
           END-READ.

       0000-BUSCARCERTIFICADO.
           MOVE 'N' TO WRK-ACHOU.
           MOVE ZEROS TO REG-CE-NUMERO.
           START ARQ-CERTIFICADOS KEY IS NOT LESS THAN REG-CE-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-CERTIFICADOS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-CERTIFICADOS
           END-START.
           PERFORM 0000-LERCERTIFICADO
              UNTIL WRK-FS-CERTIFICADOS = '10'.
           MOVE '00' TO WRK-FS-CERTIFICADOS.

       0000-LERCERTIFICADO.
           READ ARQ-CERTIFICADOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CERTIFICADOS
              NOT AT END
                 IF REG-CE-MATRICULA = WRK-MATRICULA
                    MOVE 'S' TO WRK-ACHOU
                    MOVE '10' TO WRK-FS-CERTIFICADOS
                 END-IF
           END-READ.

       0003-EMITIRCERTIFICADO.
           PERFORM 0100-LERALUNO.
           IF WRK-ACHOU = 'S'
              PERFORM 0000-BUSCARCERTIFICADO
              IF WRK-ACHOU = 'S'
                 DISPLAY 'ALUNO JA POSSUI CERTIFICADO REGISTRADO SOB '
                    'O NUMERO ' REG-CE-NUMERO
                    ', USE A OPCAO DE SEGUNDA VIA.'
              ELSE
                 PERFORM 0200-VERIFICARCONCLUSAO
                 IF WRK-APTO = 'S'
                    PERFORM 0300-REGISTRARCERTIFICADO
                 END-IF
              END-IF
           END-IF.

       0200-VERIFICARCONCLUSAO.
           MOVE 'N' TO WRK-APTO.
           PERFORM 0000-CARREGARSEQUENCIA.
           IF WRK-QTD-SEQ = 0
              DISPLAY 'TABELA DE SEQUENCIA DE TURMAS '
                 '(TURMSEQ.DAT) AUSENTE OU VAZIA.'
           ELSE
              IF WRK-NOTASMF-OK NOT = 'S'
                 DISPLAY 'HISTORICO DE NOTAS (NOTAHMF.DAT) NAO '
                    'ENCONTRADO.'
              ELSE
                 PERFORM 0000-CONFERIRHISTORICO
                 PERFORM 0000-CONFERIRMENSALIDADES
                 IF WRK-QTD-FALTANDO = 0 AND WRK-QTD-ABERTAS = 0
                    MOVE 'S' TO WRK-APTO
                 END-IF
              END-IF
           END-IF.

       0000-CARREGARSEQUENCIA.
           MOVE ZEROS TO WRK-QTD-SEQ.
           OPEN INPUT ARQ-SEQTURMA.
           IF WRK-FS-SEQTURMA = '00'
              PERFORM 0000-LERSEQUENCIA
                 UNTIL WRK-FS-SEQTURMA = '10'
              CLOSE ARQ-SEQTURMA
           END-IF.

       0000-LERSEQUENCIA.
           READ ARQ-SEQTURMA
              AT END
                 MOVE '10' TO WRK-FS-SEQTURMA
              NOT AT END
                 IF WRK-QTD-SEQ < 20
                    ADD 1 TO WRK-QTD-SEQ
                    MOVE REG-SQ-TURMA
                       TO WRK-SQ-TURMA(WRK-QTD-SEQ)
                    MOVE 'N' TO WRK-SQ-APROVADA(WRK-QTD-SEQ)
                 END-IF
           END-READ.

       0000-CONFERIRHISTORICO.
           MOVE SPACES TO WRK-TURMAFINAL.
           MOVE ZEROS TO WRK-PERIODOFINAL.
           MOVE WRK-MATRICULA TO REG-NH-MATRICULA.
           MOVE ZEROS TO REG-NH-PERIODO.
           START ARQ-NOTASMF KEY IS NOT LESS THAN REG-NH-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-NOTASMF
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-NOTASMF
           END-START.
           PERFORM 0000-LERPERIODO UNTIL WRK-FS-NOTASMF = '10'.
           MOVE '00' TO WRK-FS-NOTASMF.
           MOVE ZEROS TO WRK-QTD-FALTANDO.
           PERFORM VARYING WRK-SEQ-IDX FROM 1 BY 1
                 UNTIL WRK-SEQ-IDX > WRK-QTD-SEQ
              IF WRK-SQ-APROVADA(WRK-SEQ-IDX) = 'N'
                 ADD 1 TO WRK-QTD-FALTANDO
                 DISPLAY 'SEM APROVACAO NA TURMA '
                    WRK-SQ-TURMA(WRK-SEQ-IDX)
              END-IF
           END-PERFORM.

       0000-LERPERIODO.
           READ ARQ-NOTASMF NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-NOTASMF
              NOT AT END
                 IF REG-NH-MATRICULA NOT = WRK-MATRICULA
                    MOVE '10' TO WRK-FS-NOTASMF
                 ELSE
                    IF REG-NH-SITUACAO (1:8) = 'APROVADO'
                       MOVE REG-NH-TURMA TO WRK-TURMAFINAL
                       MOVE REG-NH-PERIODO TO WRK-PERIODOFINAL
                       PERFORM VARYING WRK-SEQ-IDX FROM 1 BY 1
                             UNTIL WRK-SEQ-IDX > WRK-QTD-SEQ
                          IF WRK-SQ-TURMA(WRK-SEQ-IDX) = REG-NH-TURMA
                             MOVE 'S'
                                TO WRK-SQ-APROVADA(WRK-SEQ-IDX)
                          END-IF
                       END-PERFORM
                    END-IF
                 END-IF
           END-READ.

       0000-CONFERIRMENSALIDADES.
           MOVE ZEROS TO WRK-QTD-ABERTAS WRK-VLR-ABERTO.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS = '00'
              MOVE ZEROS TO REG-FA-NUMERO
              START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-FATURAS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-FATURAS
              END-START
              PERFORM 0000-LERFATURA UNTIL WRK-FS-FATURAS = '10'
              CLOSE ARQ-FATURAS
           END-IF.
           IF WRK-QTD-ABERTAS > 0
              MOVE WRK-VLR-ABERTO TO WRK-VLR-ED
              DISPLAY 'MENSALIDADES EM ABERTO: ' WRK-QTD-ABERTAS
                 ' NO VALOR DE ' WRK-VLR-ED
           END-IF.

       0000-LERFATURA.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 IF REG-FA-ORIGEM = 'M'
                       AND REG-FA-ALUNO = WRK-MATRICULA
                       AND REG-FA-STATUS = 'A'
                    ADD 1 TO WRK-QTD-ABERTAS
                    ADD REG-FA-TOTAL TO WRK-VLR-ABERTO
                 END-IF
           END-READ.

       0300-REGISTRARCERTIFICADO.
           DISPLAY 'ALUNO ' WRK-MATRICULA ' ' REG-AL-NOME
              ' APTO, ULTIMA TURMA ' WRK-TURMAFINAL
              ' PERIODO ' WRK-PERIODOFINAL.
           DISPLAY ' CONFIRMA O REGISTRO DO CERTIFICADO? (S/N)'.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
              ADD 1 TO WRK-ULT-NUMERO
              MOVE WRK-ULT-NUMERO TO REG-CE-NUMERO
              MOVE WRK-MATRICULA TO REG-CE-MATRICULA
              MOVE REG-AL-NOME TO REG-CE-NOME
              MOVE WRK-TURMAFINAL TO REG-CE-TURMAFINAL
              MOVE WRK-PERIODOFINAL TO REG-CE-PERIODOFINAL
              MOVE WRK-DATASISTEMA TO REG-CE-DATAEMISSAO
              MOVE WRK-OPERADOR TO REG-CE-OPERADOR
              MOVE 1 TO REG-CE-QTDVIAS
              MOVE ZEROS TO REG-CE-DATAVIA
              MOVE SPACES TO REG-CE-MOTIVOVIA REG-CE-OPERVIA
              WRITE REG-CERTIFICADO
                 INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O REGISTRO '
                       WRK-ULT-NUMERO
                 NOT INVALID KEY
                    MOVE 'N' TO WRK-SEGUNDAVIA
                    PERFORM 0400-IMPRIMIRCERTIFICADO
                    DISPLAY 'CERTIFICADO REGISTRADO SOB O NUMERO '
                       REG-CE-NUMERO ', GRAVADO EM CERTIFIC.TXT'
                    MOVE SPACES TO WRK-LOG-MENSAGEM
                    STRING 'CERTIFICADO ' REG-CE-NUMERO
                       ' ALUNO=' WRK-MATRICULA
                       ' OPERADOR=' WRK-OPERADOR
                       DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                    CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                       WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              END-WRITE
           END-IF.

       0004-SEGUNDAVIA.
           DISPLAY ' MATRICULA DO ALUNO?'.
           ACCEPT WRK-MATRICULA.
           PERFORM 0000-BUSCARCERTIFICADO.
           IF WRK-ACHOU = 'N'
              DISPLAY 'ALUNO SEM CERTIFICADO REGISTRADO.'
           ELSE
              DISPLAY 'CERTIFICADO ' REG-CE-NUMERO ' DE '
                 REG-CE-DATAEMISSAO ' - ' REG-CE-NOME
              DISPLAY ' MOTIVO DA SEGUNDA VIA?'
              ACCEPT WRK-MOTIVO
              IF WRK-MOTIVO = SPACES
                 DISPLAY 'MOTIVO OBRIGATORIO, SEGUNDA VIA NAO EMITIDA.'
              ELSE
                 ADD 1 TO REG-CE-QTDVIAS
                 MOVE WRK-DATASISTEMA TO REG-CE-DATAVIA
                 MOVE WRK-MOTIVO TO REG-CE-MOTIVOVIA
                 MOVE WRK-OPERADOR TO REG-CE-OPERVIA
                 REWRITE REG-CERTIFICADO
                    INVALID KEY
                       DISPLAY 'ERRO AO ATUALIZAR O REGISTRO '
                          REG-CE-NUMERO
                    NOT INVALID KEY
                       PERFORM 0000-IMPRIMIRSEGUNDAVIA
                 END-REWRITE
              END-IF
           END-IF.

       0000-IMPRIMIRSEGUNDAVIA.
           MOVE 'S' TO WRK-SEGUNDAVIA.
           PERFORM 0400-IMPRIMIRCERTIFICADO.
           DISPLAY 'SEGUNDA VIA (VIA ' REG-CE-QTDVIAS
              ') DO CERTIFICADO ' REG-CE-NUMERO
              ' GRAVADA EM CERTIFIC.TXT'.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'SEGUNDA VIA CERT ' REG-CE-NUMERO
              ' MOTIVO=' WRK-MOTIVO
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.

       0400-IMPRIMIRCERTIFICADO.
           OPEN OUTPUT ARQ-DOCCERT.
           MOVE 'CERTIFICADO DE CONCLUSAO DE CURSO' TO WRK-LINHA.
           WRITE REG-DOCCERT FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-DOCCERT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REGISTRO NUMERO ' REG-CE-NUMERO
              ' EMITIDO EM ' REG-CE-DATAEMISSAO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCCERT FROM WRK-LINHA.
           IF WRK-SEGUNDAVIA = 'S'
              MOVE SPACES TO WRK-LINHA
              STRING 'SEGUNDA VIA - VIA ' REG-CE-QTDVIAS
                 ' EMITIDA EM ' REG-CE-DATAVIA
                 ' - MOTIVO: ' REG-CE-MOTIVOVIA
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-DOCCERT FROM WRK-LINHA
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-DOCCERT FROM WRK-LINHA.
           STRING 'CERTIFICAMOS QUE ' REG-CE-NOME
              ', MATRICULA ' REG-CE-MATRICULA ','
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCCERT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONCLUIU O CURSO COM APROVACAO NA TURMA '
              REG-CE-TURMAFINAL ' NO PERIODO LETIVO '
              REG-CE-PERIODOFINAL '.'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCCERT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-DOCCERT FROM WRK-LINHA.
           MOVE 'RESUMO DO HISTORICO ESCOLAR' TO WRK-LINHA.
           WRITE REG-DOCCERT FROM WRK-LINHA.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-DOCCERT FROM WRK-LINHA.
           MOVE ZEROS TO WRK-QTD-PERIODOS.
           IF WRK-NOTASMF-OK = 'S'
              MOVE REG-CE-MATRICULA TO REG-NH-MATRICULA
              MOVE ZEROS TO REG-NH-PERIODO
              START ARQ-NOTASMF KEY IS NOT LESS THAN REG-NH-CHAVE
                 INVALID KEY
                    MOVE '10' TO WRK-FS-NOTASMF
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-NOTASMF
              END-START
              PERFORM 0000-IMPRIMIRPERIODO
                 UNTIL WRK-FS-NOTASMF = '10'
              MOVE '00' TO WRK-FS-NOTASMF
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PERIODOS CURSADOS ... ' WRK-QTD-PERIODOS
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCCERT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-DOCCERT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EMISSAO DESTA VIA EM ' WRK-DATASISTEMA
              ' - OPERADOR ' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCCERT FROM WRK-LINHA.
           MOVE '________________________________________'
              TO WRK-LINHA.
           WRITE REG-DOCCERT FROM WRK-LINHA.
           MOVE 'SECRETARIA ESCOLAR' TO WRK-LINHA.
           WRITE REG-DOCCERT FROM WRK-LINHA.
           CLOSE ARQ-DOCCERT.
           MOVE 'CERTIFIC.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.

       0000-IMPRIMIRPERIODO.
           READ ARQ-NOTASMF NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-NOTASMF
              NOT AT END
                 IF REG-NH-MATRICULA NOT = REG-CE-MATRICULA
                    MOVE '10' TO WRK-FS-NOTASMF
                 ELSE
                    ADD 1 TO WRK-QTD-PERIODOS
                    MOVE REG-NH-MEDIA TO WRK-MEDIA-ED
                    MOVE REG-NH-FREQ TO WRK-FREQ-ED
                    MOVE SPACES TO WRK-LINHA
                    STRING 'PERIODO ' REG-NH-PERIODO
                       ' TURMA ' REG-NH-TURMA
                       ' MEDIA ' WRK-MEDIA-ED
                       ' CONCEITO ' REG-NH-CONCEITO
                       ' FREQ ' WRK-FREQ-ED '% '
                       REG-NH-SITUACAO
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-DOCCERT FROM WRK-LINHA
                 END-IF
           END-READ.

       0005-LIVROREGISTRO.
           MOVE ZEROS TO WRK-QTD-LIVRO.
           OPEN OUTPUT ARQ-RELLIVRO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LIVRO DE REGISTRO DE CERTIFICADOS DE CONCLUSAO'
              ' - EMITIDO EM ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELLIVRO FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELLIVRO FROM WRK-LINHA.
           MOVE ZEROS TO REG-CE-NUMERO.
           START ARQ-CERTIFICADOS KEY IS NOT LESS THAN REG-CE-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-CERTIFICADOS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-CERTIFICADOS
           END-START.
           PERFORM 0000-LISTARREGISTRO
              UNTIL WRK-FS-CERTIFICADOS = '10'.
           MOVE '00' TO WRK-FS-CERTIFICADOS.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELLIVRO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CERTIFICADOS REGISTRADOS ... ' WRK-QTD-LIVRO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELLIVRO FROM WRK-LINHA.
           CLOSE ARQ-RELLIVRO.
           MOVE 'CERTLIVR.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'LIVRO GRAVADO EM CERTLIVR.TXT'.

       0000-LISTARREGISTRO.
           READ ARQ-CERTIFICADOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CERTIFICADOS
              NOT AT END
                 ADD 1 TO WRK-QTD-LIVRO
                 MOVE SPACES TO WRK-LINHA
                 STRING REG-CE-NUMERO ' ' REG-CE-DATAEMISSAO
                    ' ' REG-CE-MATRICULA ' ' REG-CE-NOME
                    ' ' REG-CE-TURMAFINAL ' ' REG-CE-PERIODOFINAL
                    ' VIAS=' REG-CE-QTDVIAS
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-RELLIVRO FROM WRK-LINHA
                 IF REG-CE-QTDVIAS > 1
                    MOVE SPACES TO WRK-LINHA
                    STRING '       ULTIMA VIA ' REG-CE-DATAVIA
                       ' ' REG-CE-OPERVIA ' ' REG-CE-MOTIVOVIA
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-RELLIVRO FROM WRK-LINHA
                 END-IF
           END-READ.
