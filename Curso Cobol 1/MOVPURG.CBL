       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVPURG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FATURAS ASSIGN TO "FATURMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-NUMERO
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT ARQ-PARCELAS ASSIGN TO "FATPARC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PA-CHAVE
               FILE STATUS IS WRK-FS-PARCELAS.
           SELECT ARQ-PEDIDMF ASSIGN TO "PEDIDMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PE-NUMERO
               FILE STATUS IS WRK-FS-PEDIDMF.
           SELECT ARQ-EMBARQUES ASSIGN TO "EMBARQMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-EM-CHAVE
               FILE STATUS IS WRK-FS-EMBARQUES.
           SELECT ARQ-OCORRENCIAS ASSIGN TO "OCORRMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OC-CHAVE
               FILE STATUS IS WRK-FS-OCORRENCIAS.
           SELECT ARQ-FATARQ ASSIGN TO "ARQFATUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-XF-NUMERO
               FILE STATUS IS WRK-FS-FATARQ.
           SELECT ARQ-PARARQ ASSIGN TO "ARQPARC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-XA-CHAVE
               FILE STATUS IS WRK-FS-PARARQ.
           SELECT ARQ-PEDARQ ASSIGN TO "ARQPEDID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-XP-NUMERO
               FILE STATUS IS WRK-FS-PEDARQ.
           SELECT ARQ-EMBARQ ASSIGN TO "ARQEMBAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-XE-CHAVE
               FILE STATUS IS WRK-FS-EMBARQ.
           SELECT ARQ-OCOARQ ASSIGN TO "ARQOCORR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-XO-CHAVE
               FILE STATUS IS WRK-FS-OCOARQ.
           SELECT ARQ-SINISTROS ASSIGN TO "SINISTMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SN-NUMERO
               FILE STATUS IS WRK-FS-SINISTROS.
           SELECT ARQ-RELARQ ASSIGN TO "MOVPURG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELARQ.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-PARCELAS.
       01 REG-PARCELA.
       COPY PARREG.
       FD ARQ-PEDIDMF.
       01 REG-PEDIDO.
       COPY PEDIREG.
       FD ARQ-EMBARQUES.
       01 REG-EMBARQUE.
       COPY EMBREG.
       FD ARQ-OCORRENCIAS.
       01 REG-OCORRENCIA.
          02 REG-OC-CHAVE.
             03 REG-OC-PEDIDO   PIC 9(08).
             03 REG-OC-SEQ      PIC 9(03).
          02 REG-OC-DATA        PIC 9(08).
          02 REG-OC-HORA        PIC 9(08).
          02 REG-OC-MOTIVO      PIC X(02).
          02 REG-OC-TEXTO       PIC X(40).
          02 REG-OC-OPERADOR    PIC X(08).
       FD ARQ-FATARQ.
       01 REG-FATARQ.
       COPY FATREG REPLACING LEADING ==REG-FA== BY ==REG-XF==.
       FD ARQ-PARARQ.
       01 REG-PARARQ.
       COPY PARREG REPLACING LEADING ==REG-PA== BY ==REG-XA==.
       FD ARQ-PEDARQ.
       01 REG-PEDARQ.
       COPY PEDIREG REPLACING LEADING ==REG-PE== BY ==REG-XP==.
       FD ARQ-EMBARQ.
       01 REG-EMBARQ.
       COPY EMBREG REPLACING LEADING ==REG-EM== BY ==REG-XE==.
       FD ARQ-OCOARQ.
       01 REG-OCOARQ.
          02 REG-XO-CHAVE.
             03 REG-XO-PEDIDO   PIC 9(08).
             03 REG-XO-SEQ      PIC 9(03).
          02 REG-XO-DADOS       PIC X(66).
       FD ARQ-SINISTROS.
       01 REG-SINISTRO.
       COPY SINREG.
       FD ARQ-RELARQ.
       01 REG-RELARQ           PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PARCELAS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PEDIDMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-EMBARQUES PIC X(02)     VALUE ZEROS.
       77 WRK-FS-OCORRENCIAS PIC X(02)   VALUE ZEROS.
       77 WRK-FS-FATARQ    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PARARQ    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PEDARQ    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-EMBARQ    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-OCOARQ    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELARQ    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-SINISTROS PIC X(02)     VALUE ZEROS.
       77 WRK-PARCELAS-OK  PIC X(01)     VALUE 'N'.
       77 WRK-EMBARQUES-OK PIC X(01)     VALUE 'N'.
       77 WRK-OCORRENCIAS-OK PIC X(01)   VALUE 'N'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'MOVPURG'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE       PIC X(01)     VALUE 'I'.
       77 WRK-ACAO-DUPLO   PIC X(08)     VALUE SPACES.
       77 WRK-APROVADO     PIC X(01)     VALUE 'N'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-RETENCAO     PIC 9(03)     VALUE ZEROS.
       77 WRK-MESES-TOT    PIC 9(06)     VALUE ZEROS.
       77 WRK-ANO-CORTE    PIC 9(04)     VALUE ZEROS.
       77 WRK-MES-CORTE    PIC 9(02)     VALUE ZEROS.
       77 WRK-DATA-CORTE   PIC 9(08)     VALUE ZEROS.
       77 WRK-DATA-REF     PIC 9(08)     VALUE ZEROS.
       77 WRK-ELEGIVEL     PIC X(01)     VALUE 'N'.
       77 WRK-PARC-ABERTA  PIC X(01)     VALUE 'N'.
       77 WRK-FIM-FILHOS   PIC X(01)     VALUE 'N'.
       77 WRK-NUM-FATURA   PIC 9(08)     VALUE ZEROS.
       77 WRK-NUM-PEDIDO   PIC 9(08)     VALUE ZEROS.
       77 WRK-FASE         PIC X(01)     VALUE 'A'.
       77 WRK-QTD          PIC 9(07)     VALUE ZEROS.
       77 WRK-VLR          PIC 9(13)V99  VALUE ZEROS.
       77 WRK-QTD-ARQ      PIC 9(07)     VALUE ZEROS.
       77 WRK-VLR-ARQ      PIC 9(13)V99  VALUE ZEROS.
       77 WRK-IDX          PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-FALHAS   PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-CAND     PIC 9(04)     VALUE ZEROS.
       77 WRK-CAND-IDX     PIC 9(04)     VALUE ZEROS.
       77 WRK-CAND-CHEIA   PIC X(01)     VALUE 'N'.
       77 WRK-QTD-BLOQ     PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-BLOQSIN  PIC 9(05)     VALUE ZEROS.
       77 WRK-CONFERE      PIC X(01)     VALUE 'S'.
       77 WRK-QTD-ED       PIC Z.ZZZ.ZZ9.
       77 WRK-QTD-ED2      PIC Z.ZZZ.ZZ9.
       77 WRK-VLR-ED       PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-TOTAIS.
          02 WRK-TOT-ITEM OCCURS 5 TIMES.
             03 WRK-TT-NOME          PIC X(12).
             03 WRK-TT-MESTRE-ANTES  PIC 9(07).
             03 WRK-TT-MESTRE-DEPOIS PIC 9(07).
             03 WRK-TT-ARQ-ANTES     PIC 9(07).
             03 WRK-TT-ARQ-DEPOIS    PIC 9(07).
             03 WRK-TT-MOVIDOS       PIC 9(07).
             03 WRK-TT-VMESTRE-ANTES PIC 9(13)V99.
             03 WRK-TT-VMESTRE-DEPOIS PIC 9(13)V99.
             03 WRK-TT-VARQ-ANTES    PIC 9(13)V99.
             03 WRK-TT-VARQ-DEPOIS   PIC 9(13)V99.
             03 WRK-TT-VMOVIDO       PIC 9(13)V99.
       01 WRK-CANDIDATOS.
          02 WRK-CAND-ITEM OCCURS 2000 TIMES.
             03 WRK-CD-PEDIDO     PIC 9(08).
             03 WRK-CD-BLOQUEADO  PIC X(01).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           DISPLAY ' RETENCAO EM MESES (MINIMO 12)?'.
           ACCEPT WRK-RETENCAO.
           IF WRK-RETENCAO < 12
              DISPLAY 'RETENCAO INVALIDA, MINIMO DE 12 MESES.'
              GOBACK
           END-IF.
           COMPUTE WRK-MESES-TOT = (WRK-ANOSISTEMA * 12)
              + WRK-MESSISTEMA - 1 - WRK-RETENCAO.
           DIVIDE WRK-MESES-TOT BY 12 GIVING WRK-ANO-CORTE
              REMAINDER WRK-MES-CORTE.
           ADD 1 TO WRK-MES-CORTE.
           COMPUTE WRK-DATA-CORTE = (WRK-ANO-CORTE * 10000)
              + (WRK-MES-CORTE * 100) + 1.
           DISPLAY 'SERAO ARQUIVADOS FATURAS QUITADAS E PEDIDOS '
              'ENCERRADOS ANTERIORES A ' WRK-DATA-CORTE '.'.
           MOVE 'ARQUIVA' TO WRK-ACAO-DUPLO.
           CALL 'APROVSRV' USING WRK-ACAO-DUPLO
              WRK-OPERADOR WRK-APROVADO.
           IF WRK-APROVADO = 'S'
              PERFORM 0002-ARQUIVAR
           ELSE
              DISPLAY 'ARQUIVAMENTO EXIGE APROVACAO PREVIA DE '
                 'OUTRO SUPERVISOR (SOLICITE A ACAO ARQUIVA NO '
                 'DUPLO CONTROLE).'
           END-IF.
           GOBACK.

       0002-ARQUIVAR.
           OPEN I-O ARQ-FATURAS.
           OPEN I-O ARQ-PEDIDMF.
           IF WRK-FS-FATURAS NOT = '00' OR WRK-FS-PEDIDMF NOT = '00'
              DISPLAY 'FATURMF.DAT OU PEDIDMF.DAT NAO ENCONTRADO, '
                 'ARQUIVAMENTO NAO EXECUTADO.'
              IF WRK-FS-FATURAS = '00'
                 CLOSE ARQ-FATURAS
              END-IF
              IF WRK-FS-PEDIDMF = '00'
                 CLOSE ARQ-PEDIDMF
              END-IF
           ELSE
              PERFORM 0000-ABRIRARQUIVOS
              MOVE 'FATURAS' TO WRK-TT-NOME(1)
              MOVE 'PARCELAS' TO WRK-TT-NOME(2)
              MOVE 'PEDIDOS' TO WRK-TT-NOME(3)
              MOVE 'EMBARQUES' TO WRK-TT-NOME(4)
              MOVE 'OCORRENCIAS' TO WRK-TT-NOME(5)
              PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5
                 MOVE ZEROS TO WRK-TT-MOVIDOS(WRK-IDX)
                    WRK-TT-VMOVIDO(WRK-IDX)
              END-PERFORM
              MOVE ZEROS TO WRK-QTD-FALHAS WRK-QTD-BLOQ
                 WRK-QTD-BLOQSIN
              MOVE 'A' TO WRK-FASE
              PERFORM 0000-CONTARARQUIVOS
              PERFORM 0003-ARQUIVARFATURAS
              PERFORM 0004-SELECIONARPEDIDOS
              PERFORM 0005-BLOQUEARPEDIDOS
              PERFORM 0006-ARQUIVARPEDIDOS
              MOVE 'D' TO WRK-FASE
              PERFORM 0000-CONTARARQUIVOS
              PERFORM 0007-RELATORIO
              PERFORM 0000-FECHARARQUIVOS
           END-IF.

       0000-ABRIRARQUIVOS.
           MOVE 'N' TO WRK-PARCELAS-OK WRK-EMBARQUES-OK
              WRK-OCORRENCIAS-OK.
           OPEN I-O ARQ-PARCELAS.
           IF WRK-FS-PARCELAS = '00'
              MOVE 'S' TO WRK-PARCELAS-OK
           END-IF.
           OPEN I-O ARQ-EMBARQUES.
           IF WRK-FS-EMBARQUES = '00'
              MOVE 'S' TO WRK-EMBARQUES-OK
           END-IF.
           OPEN I-O ARQ-OCORRENCIAS.
           IF WRK-FS-OCORRENCIAS = '00'
              MOVE 'S' TO WRK-OCORRENCIAS-OK
           END-IF.
           OPEN I-O ARQ-FATARQ.
           IF WRK-FS-FATARQ = '35'
              OPEN OUTPUT ARQ-FATARQ
              CLOSE ARQ-FATARQ
              OPEN I-O ARQ-FATARQ
           END-IF.
           OPEN I-O ARQ-PARARQ.
           IF WRK-FS-PARARQ = '35'
              OPEN OUTPUT ARQ-PARARQ
              CLOSE ARQ-PARARQ
              OPEN I-O ARQ-PARARQ
           END-IF.
           OPEN I-O ARQ-PEDARQ.
           IF WRK-FS-PEDARQ = '35'
              OPEN OUTPUT ARQ-PEDARQ
              CLOSE ARQ-PEDARQ
              OPEN I-O ARQ-PEDARQ
           END-IF.
           OPEN I-O ARQ-EMBARQ.
           IF WRK-FS-EMBARQ = '35'
              OPEN OUTPUT ARQ-EMBARQ
              CLOSE ARQ-EMBARQ
              OPEN I-O ARQ-EMBARQ
           END-IF.
           OPEN I-O ARQ-OCOARQ.
           IF WRK-FS-OCOARQ = '35'
              OPEN OUTPUT ARQ-OCOARQ
              CLOSE ARQ-OCOARQ
              OPEN I-O ARQ-OCOARQ
           END-IF.

       0000-FECHARARQUIVOS.
           CLOSE ARQ-FATURAS ARQ-PEDIDMF.
           IF WRK-PARCELAS-OK = 'S'
              CLOSE ARQ-PARCELAS
           END-IF.
           IF WRK-EMBARQUES-OK = 'S'
              CLOSE ARQ-EMBARQUES
           END-IF.
           IF WRK-OCORRENCIAS-OK = 'S'
              CLOSE ARQ-OCORRENCIAS
           END-IF.
           CLOSE ARQ-FATARQ ARQ-PARARQ ARQ-PEDARQ ARQ-EMBARQ
              ARQ-OCOARQ.

       0000-CONTARARQUIVOS.
           PERFORM 0000-CONTARFATURAS.
           PERFORM 0000-CONTARPARCELAS.
           PERFORM 0000-CONTARPEDIDOS.
           PERFORM 0000-CONTAREMBARQUES.
           PERFORM 0000-CONTAROCORRENCIAS.

       0000-GUARDARCONTAGEM.
           IF WRK-FASE = 'A'
              MOVE WRK-QTD TO WRK-TT-MESTRE-ANTES(WRK-IDX)
              MOVE WRK-VLR TO WRK-TT-VMESTRE-ANTES(WRK-IDX)
              MOVE WRK-QTD-ARQ TO WRK-TT-ARQ-ANTES(WRK-IDX)
              MOVE WRK-VLR-ARQ TO WRK-TT-VARQ-ANTES(WRK-IDX)
           ELSE
              MOVE WRK-QTD TO WRK-TT-MESTRE-DEPOIS(WRK-IDX)
              MOVE WRK-VLR TO WRK-TT-VMESTRE-DEPOIS(WRK-IDX)
              MOVE WRK-QTD-ARQ TO WRK-TT-ARQ-DEPOIS(WRK-IDX)
              MOVE WRK-VLR-ARQ TO WRK-TT-VARQ-DEPOIS(WRK-IDX)
           END-IF.

       0000-CONTARFATURAS.
           MOVE ZEROS TO WRK-QTD WRK-VLR WRK-QTD-ARQ WRK-VLR-ARQ.
           MOVE ZEROS TO REG-FA-NUMERO.
           START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-FATURAS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-FATURAS
           END-START.
           PERFORM UNTIL WRK-FS-FATURAS = '10'
              READ ARQ-FATURAS NEXT RECORD
                 AT END
                    MOVE '10' TO WRK-FS-FATURAS
                 NOT AT END
                    ADD 1 TO WRK-QTD
                    ADD REG-FA-TOTAL TO WRK-VLR
              END-READ
           END-PERFORM.
           MOVE '00' TO WRK-FS-FATURAS.
           MOVE ZEROS TO REG-XF-NUMERO.
           START ARQ-FATARQ KEY IS NOT LESS THAN REG-XF-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-FATARQ
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-FATARQ
           END-START.
           PERFORM UNTIL WRK-FS-FATARQ = '10'
              READ ARQ-FATARQ NEXT RECORD
                 AT END
                    MOVE '10' TO WRK-FS-FATARQ
                 NOT AT END
                    ADD 1 TO WRK-QTD-ARQ
                    ADD REG-XF-TOTAL TO WRK-VLR-ARQ
              END-READ
           END-PERFORM.
           MOVE '00' TO WRK-FS-FATARQ.
           MOVE 1 TO WRK-IDX.
           PERFORM 0000-GUARDARCONTAGEM.

       0000-CONTARPARCELAS.
           MOVE ZEROS TO WRK-QTD WRK-VLR WRK-QTD-ARQ WRK-VLR-ARQ.
           IF WRK-PARCELAS-OK = 'S'
              MOVE LOW-VALUES TO REG-PA-CHAVE
              START ARQ-PARCELAS KEY IS NOT LESS THAN REG-PA-CHAVE
                 INVALID KEY
                    MOVE '10' TO WRK-FS-PARCELAS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-PARCELAS
              END-START
              PERFORM UNTIL WRK-FS-PARCELAS = '10'
                 READ ARQ-PARCELAS NEXT RECORD
                    AT END
                       MOVE '10' TO WRK-FS-PARCELAS
                    NOT AT END
                       ADD 1 TO WRK-QTD
                       ADD REG-PA-VALOR TO WRK-VLR
                 END-READ
              END-PERFORM
              MOVE '00' TO WRK-FS-PARCELAS
           END-IF.
           MOVE LOW-VALUES TO REG-XA-CHAVE.
           START ARQ-PARARQ KEY IS NOT LESS THAN REG-XA-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-PARARQ
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PARARQ
           END-START.
           PERFORM UNTIL WRK-FS-PARARQ = '10'
              READ ARQ-PARARQ NEXT RECORD
                 AT END
                    MOVE '10' TO WRK-FS-PARARQ
                 NOT AT END
                    ADD 1 TO WRK-QTD-ARQ
                    ADD REG-XA-VALOR TO WRK-VLR-ARQ
              END-READ
           END-PERFORM.
           MOVE '00' TO WRK-FS-PARARQ.
           MOVE 2 TO WRK-IDX.
           PERFORM 0000-GUARDARCONTAGEM.

       0000-CONTARPEDIDOS.
           MOVE ZEROS TO WRK-QTD WRK-VLR WRK-QTD-ARQ WRK-VLR-ARQ.
           MOVE ZEROS TO REG-PE-NUMERO.
           START ARQ-PEDIDMF KEY IS NOT LESS THAN REG-PE-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PEDIDMF
           END-START.
           PERFORM UNTIL WRK-FS-PEDIDMF = '10'
              READ ARQ-PEDIDMF NEXT RECORD
                 AT END
                    MOVE '10' TO WRK-FS-PEDIDMF
                 NOT AT END
                    ADD 1 TO WRK-QTD
                    ADD REG-PE-VALOR TO WRK-VLR
              END-READ
           END-PERFORM.
           MOVE '00' TO WRK-FS-PEDIDMF.
           MOVE ZEROS TO REG-XP-NUMERO.
           START ARQ-PEDARQ KEY IS NOT LESS THAN REG-XP-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-PEDARQ
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PEDARQ
           END-START.
           PERFORM UNTIL WRK-FS-PEDARQ = '10'
              READ ARQ-PEDARQ NEXT RECORD
                 AT END
                    MOVE '10' TO WRK-FS-PEDARQ
                 NOT AT END
                    ADD 1 TO WRK-QTD-ARQ
                    ADD REG-XP-VALOR TO WRK-VLR-ARQ
              END-READ
           END-PERFORM.
           MOVE '00' TO WRK-FS-PEDARQ.
           MOVE 3 TO WRK-IDX.
           PERFORM 0000-GUARDARCONTAGEM.

       0000-CONTAREMBARQUES.
           MOVE ZEROS TO WRK-QTD WRK-VLR WRK-QTD-ARQ WRK-VLR-ARQ.
           IF WRK-EMBARQUES-OK = 'S'
              MOVE LOW-VALUES TO REG-EM-CHAVE
              START ARQ-EMBARQUES KEY IS NOT LESS THAN REG-EM-CHAVE
                 INVALID KEY
                    MOVE '10' TO WRK-FS-EMBARQUES
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-EMBARQUES
              END-START
              PERFORM UNTIL WRK-FS-EMBARQUES = '10'
                 READ ARQ-EMBARQUES NEXT RECORD
                    AT END
                       MOVE '10' TO WRK-FS-EMBARQUES
                    NOT AT END
                       ADD 1 TO WRK-QTD
                       ADD REG-EM-QTDITENS TO WRK-VLR
                 END-READ
              END-PERFORM
              MOVE '00' TO WRK-FS-EMBARQUES
           END-IF.
           MOVE LOW-VALUES TO REG-XE-CHAVE.
           START ARQ-EMBARQ KEY IS NOT LESS THAN REG-XE-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-EMBARQ
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-EMBARQ
           END-START.
           PERFORM UNTIL WRK-FS-EMBARQ = '10'
              READ ARQ-EMBARQ NEXT RECORD
                 AT END
                    MOVE '10' TO WRK-FS-EMBARQ
                 NOT AT END
                    ADD 1 TO WRK-QTD-ARQ
                    ADD REG-XE-QTDITENS TO WRK-VLR-ARQ
              END-READ
           END-PERFORM.
           MOVE '00' TO WRK-FS-EMBARQ.
           MOVE 4 TO WRK-IDX.
           PERFORM 0000-GUARDARCONTAGEM.

       0000-CONTAROCORRENCIAS.
           MOVE ZEROS TO WRK-QTD WRK-VLR WRK-QTD-ARQ WRK-VLR-ARQ.
           IF WRK-OCORRENCIAS-OK = 'S'
              MOVE LOW-VALUES TO REG-OC-CHAVE
              START ARQ-OCORRENCIAS KEY IS NOT LESS THAN REG-OC-CHAVE
                 INVALID KEY
                    MOVE '10' TO WRK-FS-OCORRENCIAS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-OCORRENCIAS
              END-START
              PERFORM UNTIL WRK-FS-OCORRENCIAS = '10'
                 READ ARQ-OCORRENCIAS NEXT RECORD
                    AT END
                       MOVE '10' TO WRK-FS-OCORRENCIAS
                    NOT AT END
                       ADD 1 TO WRK-QTD
                 END-READ
              END-PERFORM
              MOVE '00' TO WRK-FS-OCORRENCIAS
           END-IF.
           MOVE LOW-VALUES TO REG-XO-CHAVE.
           START ARQ-OCOARQ KEY IS NOT LESS THAN REG-XO-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-OCOARQ
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-OCOARQ
           END-START.
           PERFORM UNTIL WRK-FS-OCOARQ = '10'
              READ ARQ-OCOARQ NEXT RECORD
                 AT END
                    MOVE '10' TO WRK-FS-OCOARQ
                 NOT AT END
                    ADD 1 TO WRK-QTD-ARQ
              END-READ
           END-PERFORM.
           MOVE '00' TO WRK-FS-OCOARQ.
           MOVE 5 TO WRK-IDX.
           PERFORM 0000-GUARDARCONTAGEM.

       0003-ARQUIVARFATURAS.
           MOVE ZEROS TO REG-FA-NUMERO.
           START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-FATURAS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-FATURAS
           END-START.
           PERFORM 0000-AVALIARFATURA UNTIL WRK-FS-FATURAS = '10'.
           MOVE '00' TO WRK-FS-FATURAS.

       0000-AVALIARFATURA.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 MOVE 'N' TO WRK-ELEGIVEL
                 IF REG-FA-DATA < WRK-DATA-CORTE
                    EVALUATE REG-FA-STATUS
                       WHEN 'P'
                          IF REG-FA-DATAPAGTO < WRK-DATA-CORTE
                             MOVE 'S' TO WRK-ELEGIVEL
                          END-IF
                       WHEN 'E'
                          MOVE 'S' TO WRK-ELEGIVEL
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
                 IF WRK-ELEGIVEL = 'S'
                    MOVE REG-FA-NUMERO TO WRK-NUM-FATURA
                    PERFORM 0000-CONFERIRPARCELAS
                    IF WRK-PARC-ABERTA = 'N'
                       PERFORM 0000-MOVERFATURA
                    END-IF
                 END-IF
           END-READ.

       0000-CONFERIRPARCELAS.
           MOVE 'N' TO WRK-PARC-ABERTA.
           IF WRK-PARCELAS-OK = 'S'
              MOVE WRK-NUM-FATURA TO REG-PA-FATURA
              MOVE ZEROS TO REG-PA-PARCELA
              MOVE 'N' TO WRK-FIM-FILHOS
              START ARQ-PARCELAS KEY IS NOT LESS THAN REG-PA-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-FILHOS
              END-START
              PERFORM UNTIL WRK-FIM-FILHOS = 'S'
                 READ ARQ-PARCELAS NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-FILHOS
                    NOT AT END
                       IF REG-PA-FATURA NOT = WRK-NUM-FATURA
                          MOVE 'S' TO WRK-FIM-FILHOS
                       ELSE
                          IF REG-PA-STATUS = 'A'
                                OR REG-PA-DATAPAGTO
                                   NOT < WRK-DATA-CORTE
                             MOVE 'S' TO WRK-PARC-ABERTA
                             MOVE 'S' TO WRK-FIM-FILHOS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       0000-MOVERFATURA.
           MOVE REG-FATURA TO REG-FATARQ.
           WRITE REG-FATARQ
              INVALID KEY
                 ADD 1 TO WRK-QTD-FALHAS
                 DISPLAY 'FATURA ' REG-FA-NUMERO
                    ' JA CONSTA DO ARQUIVO MORTO, MANTIDA NO CADASTRO.'
              NOT INVALID KEY
                 DELETE ARQ-FATURAS RECORD
                 ADD 1 TO WRK-TT-MOVIDOS(1)
                 ADD REG-XF-TOTAL TO WRK-TT-VMOVIDO(1)
                 PERFORM 0000-MOVERPARCELAS
           END-WRITE.

       0000-MOVERPARCELAS.
           IF WRK-PARCELAS-OK = 'S'
              MOVE WRK-NUM-FATURA TO REG-PA-FATURA
              MOVE ZEROS TO REG-PA-PARCELA
              MOVE 'N' TO WRK-FIM-FILHOS
              START ARQ-PARCELAS KEY IS NOT LESS THAN REG-PA-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-FILHOS
              END-START
              PERFORM UNTIL WRK-FIM-FILHOS = 'S'
                 READ ARQ-PARCELAS NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-FILHOS
                    NOT AT END
                       IF REG-PA-FATURA NOT = WRK-NUM-FATURA
                          MOVE 'S' TO WRK-FIM-FILHOS
                       ELSE
                          PERFORM 0000-MOVERPARCELA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       0000-MOVERPARCELA.
           MOVE REG-PARCELA TO REG-PARARQ.
           WRITE REG-PARARQ
              INVALID KEY
                 ADD 1 TO WRK-QTD-FALHAS
                 DISPLAY 'PARCELA ' REG-PA-FATURA '/' REG-PA-PARCELA
                    ' JA CONSTA DO ARQUIVO MORTO, MANTIDA.'
              NOT INVALID KEY
                 DELETE ARQ-PARCELAS RECORD
                 ADD 1 TO WRK-TT-MOVIDOS(2)
                 ADD REG-XA-VALOR TO WRK-TT-VMOVIDO(2)
           END-WRITE.

       0004-SELECIONARPEDIDOS.
           MOVE ZEROS TO WRK-QTD-CAND.
           MOVE 'N' TO WRK-CAND-CHEIA.
           MOVE ZEROS TO REG-PE-NUMERO.
           START ARQ-PEDIDMF KEY IS NOT LESS THAN REG-PE-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PEDIDMF
           END-START.
           PERFORM 0000-AVALIARPEDIDO UNTIL WRK-FS-PEDIDMF = '10'.
           MOVE '00' TO WRK-FS-PEDIDMF.

       0000-AVALIARPEDIDO.
           READ ARQ-PEDIDMF NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT AT END
                 MOVE 'N' TO WRK-ELEGIVEL
                 EVALUATE TRUE
                    WHEN REG-PE-STATUS = 'C'
                       MOVE REG-PE-DATACANC TO WRK-DATA-REF
                       IF WRK-DATA-REF = 0
                          MOVE REG-PE-DATA TO WRK-DATA-REF
                       END-IF
                       IF WRK-DATA-REF < WRK-DATA-CORTE
                          MOVE 'S' TO WRK-ELEGIVEL
                       END-IF
                    WHEN REG-PE-STATUS = 'F'
                          AND REG-PE-SITENTREGA = 'D'
                       IF REG-PE-DATAENTREGA > 0
                             AND REG-PE-DATAENTREGA < WRK-DATA-CORTE
                          MOVE 'S' TO WRK-ELEGIVEL
                       END-IF
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 IF WRK-ELEGIVEL = 'S'
                    IF WRK-QTD-CAND < 2000
                       ADD 1 TO WRK-QTD-CAND
                       MOVE REG-PE-NUMERO
                          TO WRK-CD-PEDIDO(WRK-QTD-CAND)
                       MOVE 'N' TO WRK-CD-BLOQUEADO(WRK-QTD-CAND)
                    ELSE
                       MOVE 'S' TO WRK-CAND-CHEIA
                       MOVE '10' TO WRK-FS-PEDIDMF
                    END-IF
                 END-IF
           END-READ.

       0005-BLOQUEARPEDIDOS.
           IF WRK-QTD-CAND > 0
              MOVE ZEROS TO REG-FA-NUMERO
              START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-FATURAS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-FATURAS
              END-START
              PERFORM 0000-CONFERIRFATURAPEDIDO
                 UNTIL WRK-FS-FATURAS = '10'
              MOVE '00' TO WRK-FS-FATURAS
              PERFORM 0000-CONFERIRSINISTROS
           END-IF.

       0000-CONFERIRSINISTROS.
           OPEN INPUT ARQ-SINISTROS.
           IF WRK-FS-SINISTROS = '00'
              MOVE ZEROS TO REG-SN-NUMERO
              START ARQ-SINISTROS KEY IS NOT LESS THAN REG-SN-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-SINISTROS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-SINISTROS
              END-START
              PERFORM 0000-CONFERIRSINISTROPEDIDO
                 UNTIL WRK-FS-SINISTROS = '10'
              CLOSE ARQ-SINISTROS
           END-IF.

       0000-CONFERIRSINISTROPEDIDO.
           READ ARQ-SINISTROS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-SINISTROS
              NOT AT END
                 IF REG-SN-SITUACAO = 'A' OR REG-SN-SITUACAO = 'C'
                    PERFORM VARYING WRK-CAND-IDX FROM 1 BY 1
                          UNTIL WRK-CAND-IDX > WRK-QTD-CAND
                             OR WRK-CD-PEDIDO(WRK-CAND-IDX)
                                NOT < REG-SN-PEDIDO
                       CONTINUE
                    END-PERFORM
                    IF WRK-CAND-IDX <= WRK-QTD-CAND
                       IF WRK-CD-PEDIDO(WRK-CAND-IDX) = REG-SN-PEDIDO
                             AND WRK-CD-BLOQUEADO(WRK-CAND-IDX) = 'N'
                          MOVE 'S' TO WRK-CD-BLOQUEADO(WRK-CAND-IDX)
                          ADD 1 TO WRK-QTD-BLOQSIN
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0000-CONFERIRFATURAPEDIDO.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 IF REG-FA-PEDIDO > 0
                       AND (REG-FA-ORIGEM = 'F'
                          OR REG-FA-ORIGEM = SPACE)
                    PERFORM VARYING WRK-CAND-IDX FROM 1 BY 1
                          UNTIL WRK-CAND-IDX > WRK-QTD-CAND
                             OR WRK-CD-PEDIDO(WRK-CAND-IDX)
                                NOT < REG-FA-PEDIDO
                       CONTINUE
                    END-PERFORM
                    IF WRK-CAND-IDX <= WRK-QTD-CAND
                       IF WRK-CD-PEDIDO(WRK-CAND-IDX) = REG-FA-PEDIDO
                             AND WRK-CD-BLOQUEADO(WRK-CAND-IDX) = 'N'
                          MOVE 'S' TO WRK-CD-BLOQUEADO(WRK-CAND-IDX)
                          ADD 1 TO WRK-QTD-BLOQ
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0006-ARQUIVARPEDIDOS.
           PERFORM VARYING WRK-CAND-IDX FROM 1 BY 1
                 UNTIL WRK-CAND-IDX > WRK-QTD-CAND
              IF WRK-CD-BLOQUEADO(WRK-CAND-IDX) = 'N'
                 MOVE WRK-CD-PEDIDO(WRK-CAND-IDX) TO REG-PE-NUMERO
                 READ ARQ-PEDIDMF
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM 0000-MOVERPEDIDO
                 END-READ
              END-IF
           END-PERFORM.

       0000-MOVERPEDIDO.
           MOVE REG-PE-NUMERO TO WRK-NUM-PEDIDO.
           MOVE REG-PEDIDO TO REG-PEDARQ.
           WRITE REG-PEDARQ
              INVALID KEY
                 ADD 1 TO WRK-QTD-FALHAS
                 DISPLAY 'PEDIDO ' REG-PE-NUMERO
                    ' JA CONSTA DO ARQUIVO MORTO, MANTIDO NO CADASTRO.'
              NOT INVALID KEY
                 DELETE ARQ-PEDIDMF RECORD
                 ADD 1 TO WRK-TT-MOVIDOS(3)
                 ADD REG-XP-VALOR TO WRK-TT-VMOVIDO(3)
                 PERFORM 0000-MOVEREMBARQUES
                 PERFORM 0000-MOVEROCORRENCIAS
           END-WRITE.

       0000-MOVEREMBARQUES.
           IF WRK-EMBARQUES-OK = 'S'
              MOVE WRK-NUM-PEDIDO TO REG-EM-PEDIDO
              MOVE ZEROS TO REG-EM-SEQ
              MOVE 'N' TO WRK-FIM-FILHOS
              START ARQ-EMBARQUES KEY IS NOT LESS THAN REG-EM-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-FILHOS
              END-START
              PERFORM UNTIL WRK-FIM-FILHOS = 'S'
                 READ ARQ-EMBARQUES NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-FILHOS
                    NOT AT END
                       IF REG-EM-PEDIDO NOT = WRK-NUM-PEDIDO
                          MOVE 'S' TO WRK-FIM-FILHOS
                       ELSE
                          PERFORM 0000-MOVEREMBARQUE
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       0000-MOVEREMBARQUE.
           MOVE REG-EMBARQUE TO REG-EMBARQ.
           WRITE REG-EMBARQ
              INVALID KEY
                 ADD 1 TO WRK-QTD-FALHAS
                 DISPLAY 'EMBARQUE ' REG-EM-PEDIDO '/' REG-EM-SEQ
                    ' JA CONSTA DO ARQUIVO MORTO, MANTIDO.'
              NOT INVALID KEY
                 DELETE ARQ-EMBARQUES RECORD
                 ADD 1 TO WRK-TT-MOVIDOS(4)
                 ADD REG-XE-QTDITENS TO WRK-TT-VMOVIDO(4)
           END-WRITE.

       0000-MOVEROCORRENCIAS.
           IF WRK-OCORRENCIAS-OK = 'S'
              MOVE WRK-NUM-PEDIDO TO REG-OC-PEDIDO
              MOVE ZEROS TO REG-OC-SEQ
              MOVE 'N' TO WRK-FIM-FILHOS
              START ARQ-OCORRENCIAS KEY IS NOT LESS THAN REG-OC-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-FILHOS
              END-START
              PERFORM UNTIL WRK-FIM-FILHOS = 'S'
                 READ ARQ-OCORRENCIAS NEXT RECORD
                    AT END
                       MOVE 'S' TO WRK-FIM-FILHOS
                    NOT AT END
                       IF REG-OC-PEDIDO NOT = WRK-NUM-PEDIDO
                          MOVE 'S' TO WRK-FIM-FILHOS
                       ELSE
                          PERFORM 0000-MOVEROCORRENCIA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.

       0000-MOVEROCORRENCIA.
           MOVE REG-OCORRENCIA TO REG-OCOARQ.
           WRITE REG-OCOARQ
              INVALID KEY
                 ADD 1 TO WRK-QTD-FALHAS
                 DISPLAY 'OCORRENCIA ' REG-OC-PEDIDO '/' REG-OC-SEQ
                    ' JA CONSTA DO ARQUIVO MORTO, MANTIDA.'
              NOT INVALID KEY
                 DELETE ARQ-OCORRENCIAS RECORD
                 ADD 1 TO WRK-TT-MOVIDOS(5)
           END-WRITE.

       0007-RELATORIO.
           MOVE 'S' TO WRK-CONFERE.
           OPEN OUTPUT ARQ-RELARQ.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ARQUIVAMENTO DE PEDIDOS E FATURAS - CORTE '
              WRK-DATA-CORTE ' - EMISSAO ' WRK-DATASISTEMA
              ' OPERADOR ' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELARQ FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELARQ FROM WRK-LINHA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5
              PERFORM 0000-IMPRIMIRCONTAGEM
           END-PERFORM.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELARQ FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PEDIDOS ELEGIVEIS ' WRK-QTD-CAND
              ' MANTIDOS POR FATURA AINDA NO CADASTRO ' WRK-QTD-BLOQ
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELARQ FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MANTIDOS POR RECLAMACAO DE FRETE PENDENTE '
              WRK-QTD-BLOQSIN
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELARQ FROM WRK-LINHA.
           IF WRK-CAND-CHEIA = 'S'
              MOVE 'LIMITE DE 2000 PEDIDOS POR EXECUCAO ATINGIDO, '
                 TO WRK-LINHA
              WRITE REG-RELARQ FROM WRK-LINHA
              MOVE 'OS DEMAIS SERAO ARQUIVADOS NA PROXIMA EXECUCAO.'
                 TO WRK-LINHA
              WRITE REG-RELARQ FROM WRK-LINHA
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REGISTROS JA EXISTENTES NO ARQUIVO MORTO '
              '(MANTIDOS NO CADASTRO): ' WRK-QTD-FALHAS
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELARQ FROM WRK-LINHA.
           IF WRK-CONFERE = 'S'
              MOVE 'CONTAGENS E TOTAIS CONFEREM, NENHUM REGISTRO '
                 TO WRK-LINHA
              WRITE REG-RELARQ FROM WRK-LINHA
              MOVE 'PERDIDO.' TO WRK-LINHA
              WRITE REG-RELARQ FROM WRK-LINHA
           ELSE
              MOVE '*** DIVERGENCIA NAS CONTAGENS, VERIFICAR ***'
                 TO WRK-LINHA
              WRITE REG-RELARQ FROM WRK-LINHA
           END-IF.
           CLOSE ARQ-RELARQ.
           MOVE 'MOVPURG.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'FATURAS ARQUIVADAS: ' WRK-TT-MOVIDOS(1)
              ' PEDIDOS ARQUIVADOS: ' WRK-TT-MOVIDOS(3).
           DISPLAY 'RELATORIO GRAVADO EM MOVPURG.TXT'.
           IF WRK-CONFERE = 'N'
              DISPLAY '*** DIVERGENCIA NAS CONTAGENS, VERIFICAR ***'
              MOVE 'E' TO WRK-LOG-SEVERIDADE
           END-IF.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'ARQUIVAMENTO CORTE=' WRK-DATA-CORTE
              ' FAT=' WRK-TT-MOVIDOS(1)
              ' PED=' WRK-TT-MOVIDOS(3)
              ' OPER=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.
           MOVE 'I' TO WRK-LOG-SEVERIDADE.

       0000-IMPRIMIRCONTAGEM.
           IF WRK-TT-MESTRE-ANTES(WRK-IDX) NOT =
                 WRK-TT-MESTRE-DEPOIS(WRK-IDX) + WRK-TT-MOVIDOS(WRK-IDX)
                 OR WRK-TT-ARQ-DEPOIS(WRK-IDX) NOT =
                 WRK-TT-ARQ-ANTES(WRK-IDX) + WRK-TT-MOVIDOS(WRK-IDX)
                 OR WRK-TT-VMESTRE-ANTES(WRK-IDX) NOT =
                 WRK-TT-VMESTRE-DEPOIS(WRK-IDX)
                 + WRK-TT-VMOVIDO(WRK-IDX)
                 OR WRK-TT-VARQ-DEPOIS(WRK-IDX) NOT =
                 WRK-TT-VARQ-ANTES(WRK-IDX) + WRK-TT-VMOVIDO(WRK-IDX)
              MOVE 'N' TO WRK-CONFERE
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           MOVE WRK-TT-MESTRE-ANTES(WRK-IDX) TO WRK-QTD-ED.
           MOVE WRK-TT-MOVIDOS(WRK-IDX) TO WRK-QTD-ED2.
           STRING WRK-TT-NOME(WRK-IDX) ' CADASTRO ANTES '
              WRK-QTD-ED ' ARQUIVADOS ' WRK-QTD-ED2
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELARQ FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           MOVE WRK-TT-MESTRE-DEPOIS(WRK-IDX) TO WRK-QTD-ED.
           STRING '             CADASTRO DEPOIS ' WRK-QTD-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELARQ FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           MOVE WRK-TT-ARQ-ANTES(WRK-IDX) TO WRK-QTD-ED.
           STRING '             ARQ. MORTO ANTES ' WRK-QTD-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELARQ FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           MOVE WRK-TT-ARQ-DEPOIS(WRK-IDX) TO WRK-QTD-ED.
           STRING '             ARQ. MORTO DEPOIS ' WRK-QTD-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELARQ FROM WRK-LINHA.
           IF WRK-IDX < 5
              MOVE SPACES TO WRK-LINHA
              MOVE WRK-TT-VMESTRE-ANTES(WRK-IDX) TO WRK-VLR-ED
              STRING '             TOTAL CADASTRO ANTES ' WRK-VLR-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELARQ FROM WRK-LINHA
              MOVE SPACES TO WRK-LINHA
              MOVE WRK-TT-VMOVIDO(WRK-IDX) TO WRK-VLR-ED
              STRING '             TOTAL ARQUIVADO ' WRK-VLR-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELARQ FROM WRK-LINHA
              MOVE SPACES TO WRK-LINHA
              MOVE WRK-TT-VMESTRE-DEPOIS(WRK-IDX) TO WRK-VLR-ED
              STRING '             TOTAL CADASTRO DEPOIS ' WRK-VLR-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELARQ FROM WRK-LINHA
           END-IF.
