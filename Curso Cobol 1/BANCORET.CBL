           SELECT ARQ-EXCECOES ASSIGN TO "BANCOEXC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCECOES.
           SELECT ARQ-PDDMOV ASSIGN TO "PDDMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PDDMOV.
           SELECT ARQ-BOLETOS ASSIGN TO "BOLETOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-BT-NOSSONUM
               FILE STATUS IS WRK-FS-BOLETOS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-RETORNO.
          02 REG-RT-FATURA     PIC 9(08).
          02 REG-RT-DATA       PIC 9(08).
          02 REG-RT-VALOR      PIC 9(09)V99.
          02 REG-RT-NOSSONUM   PIC 9(11).
          02 REG-RT-OCORRENCIA PIC X(02).
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       COPY PARREG.
       FD ARQ-EXCECOES.
       01 REG-EXCECAO          PIC X(100).
       FD ARQ-PDDMOV.
       01 REG-PDDMOV.
       COPY PDDREG.
       FD ARQ-BOLETOS.
       01 REG-BOLETO.
       COPY BOLREG.
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
       77 WRK-TEM-PARCELAS PIC X(01)     VALUE 'N'.
       77 WRK-MOTIVO       PIC X(30)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-QTD-CREDITOS PIC 9(06)     VALUE ZEROS.
       77 WRK-SALDO-FATURA PIC 9(09)V99  VALUE ZEROS.
       77 WRK-CRD-TIPO     PIC X(01)     VALUE SPACES.
       77 WRK-CRD-CLIENTE  PIC X(05)     VALUE SPACES.
       77 WRK-CRD-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-CRD-FATURA   PIC 9(08)     VALUE ZEROS.
       77 WRK-CRD-PARCELA  PIC 9(02)     VALUE ZEROS.
       77 WRK-CRD-SALDO    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-CRD-RESULTADO PIC X(01)    VALUE SPACES.
       77 WRK-FS-PDDMOV    PIC X(02)     VALUE ZEROS.
       77 WRK-SALDO-PERDA  PIC 9(09)V99  VALUE ZEROS.
       77 WRK-VALOR-RECUP  PIC 9(09)V99  VALUE ZEROS.
       77 WRK-QTD-RECUP    PIC 9(06)     VALUE ZEROS.
       77 WRK-FS-BOLETOS   PIC X(02)     VALUE ZEROS.
       77 WRK-BOLMF-OK     PIC X(01)     VALUE 'N'.
       77 WRK-BOL-ACHADO   PIC X(01)     VALUE 'N'.
       77 WRK-RT-PARCELA   PIC 9(02)     VALUE ZEROS.
       77 WRK-PARC-INICIO  PIC 9(02)     VALUE 1.
       77 WRK-QTD-CONFIRM  PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-REJEIT   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-BAIXABCO PIC 9(06)     VALUE ZEROS.

       PROCEDURE DIVISION.

              CLOSE ARQ-PARCELAS
              OPEN I-O ARQ-PARCELAS
           END-IF.
           MOVE 'N' TO WRK-BOLMF-OK.
           OPEN I-O ARQ-BOLETOS.
           IF WRK-FS-BOLETOS = '00'
              MOVE 'S' TO WRK-BOLMF-OK
           END-IF.
           OPEN OUTPUT ARQ-EXCECOES.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EXCECOES DO RETORNO BANCARIO - '
           STRING 'CREDITOS LIDOS=' WRK-QTD-LIDOS
              ' BAIXADOS=' WRK-QTD-BAIXADOS
              ' EXCECOES=' WRK-QTD-EXCECOES
              ' CREDITOS EM CONTA=' WRK-QTD-CREDITOS
              ' RECUPERACOES=' WRK-QTD-RECUP
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-EXCECAO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'BOLETOS: REGISTROS CONFIRMADOS=' WRK-QTD-CONFIRM
              ' REJEITADOS=' WRK-QTD-REJEIT
              ' BAIXAS CONFIRMADAS=' WRK-QTD-BAIXABCO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-EXCECAO FROM WRK-LINHA.
           CLOSE ARQ-EXCECOES.
           IF WRK-BOLMF-OK = 'S'
              CLOSE ARQ-BOLETOS
           END-IF.
           CLOSE ARQ-PARCELAS.
           CLOSE ARQ-FATURAS.
           CLOSE ARQ-RETORNO.
           DISPLAY 'CREDITOS LIDOS ..... ' WRK-QTD-LIDOS.
           DISPLAY 'CREDITOS BAIXADOS .. ' WRK-QTD-BAIXADOS.
           DISPLAY 'EXCECOES ........... ' WRK-QTD-EXCECOES.
           DISPLAY 'CREDITOS EM CONTA .. ' WRK-QTD-CREDITOS.
           DISPLAY 'RECUPERACOES PERDA . ' WRK-QTD-RECUP.
           DISPLAY 'REGISTROS CONFIRM. . ' WRK-QTD-CONFIRM.
           DISPLAY 'REGISTROS REJEIT. .. ' WRK-QTD-REJEIT.
           DISPLAY 'BAIXAS CONFIRMADAS . ' WRK-QTD-BAIXABCO.
           DISPLAY 'EXCECOES GRAVADAS EM BANCOEXC.TXT'.
           MOVE 'BANCORET' TO WRK-LOG-PROGRAMA.
           STRING 'RETORNO LIDOS=' WRK-QTD-LIDOS
                 MOVE '10' TO WRK-FS-RETORNO
              NOT AT END
                 ADD 1 TO WRK-QTD-LIDOS
                 PERFORM 0007-LOCALIZARTITULO
                 IF REG-RT-OCORRENCIA = '02' OR REG-RT-OCORRENCIA = '03'
                       OR REG-RT-OCORRENCIA = '09'
                    PERFORM 0008-OCORRENCIATITULO
                 ELSE
                    PERFORM 0003-BAIXARCREDITO
                 END-IF
           END-READ.

       0003-BAIXARCREDITO.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO WRK-CRD-CLIENTE.
           MOVE ZEROS TO WRK-CRD-VALOR.
           MOVE REG-RT-FATURA TO REG-FA-NUMERO.
           READ ARQ-FATURAS
              INVALID KEY
                 MOVE 'N' TO WRK-CRD-TIPO
                 MOVE REG-RT-VALOR TO WRK-CRD-VALOR
                 MOVE 'NAO IDENTIFICADO - EM SUSPENSO'
                    TO WRK-MOTIVO
              NOT INVALID KEY
                 IF REG-FA-TIPO = 'C'
                    MOVE 'E' TO WRK-CRD-TIPO
                    MOVE REG-FA-CLIENTE TO WRK-CRD-CLIENTE
                    MOVE REG-RT-VALOR TO WRK-CRD-VALOR
                    MOVE 'NOTA DE CREDITO - CRED EM CONTA'
                       TO WRK-MOTIVO
                 ELSE
                 IF REG-FA-STATUS = 'B'
                    PERFORM 0006-RECUPERARPERDA
                 ELSE
                 IF REG-FA-STATUS NOT = 'A'
                    MOVE 'E' TO WRK-CRD-TIPO
                    MOVE REG-FA-CLIENTE TO WRK-CRD-CLIENTE
                    MOVE REG-RT-VALOR TO WRK-CRD-VALOR
                    MOVE 'FATURA NAO ABERTA - CRED EM CONTA'
                       TO WRK-MOTIVO
                 ELSE
                    PERFORM 0000-TEMPARCELAS
                    IF WRK-TEM-PARCELAS = 'S'
                    END-IF
                 END-IF
                 END-IF
                 END-IF
           END-READ.
           IF WRK-CRD-VALOR > 0
              PERFORM 0000-GRAVARCREDITO
           ELSE
              IF WRK-MOTIVO NOT = SPACES
                 PERFORM 0000-GRAVAREXCECAO
              END-IF
           END-IF.
           IF WRK-BOL-ACHADO = 'S'
              MOVE 'L' TO REG-BT-SITUACAO
              MOVE REG-RT-DATA TO REG-BT-DATASIT
              ADD REG-RT-VALOR TO REG-BT-VALORPAGO
              MOVE '06' TO REG-BT-OCORRENCIA
              REWRITE REG-BOLETO
           END-IF.

       0000-TEMPARCELAS.
       0005-BAIXARFATURA.
           COMPUTE WRK-SALDO-ABERTO = REG-FA-TOTAL
              + REG-FA-ENCARGOS - REG-FA-VALORPAGO.
           IF REG-RT-VALOR < WRK-SALDO-ABERTO
              MOVE 'VALOR DIFERENTE DO SALDO' TO WRK-MOTIVO
           ELSE
              ADD WRK-SALDO-ABERTO TO REG-FA-VALORPAGO
              MOVE REG-RT-DATA TO REG-FA-DATAPAGTO
              MOVE 'P' TO REG-FA-STATUS
              REWRITE REG-FATURA
              ADD 1 TO WRK-QTD-BAIXADOS
              IF REG-RT-VALOR > WRK-SALDO-ABERTO
                 MOVE 'E' TO WRK-CRD-TIPO
                 MOVE REG-FA-CLIENTE TO WRK-CRD-CLIENTE
                 COMPUTE WRK-CRD-VALOR =
                    REG-RT-VALOR - WRK-SALDO-ABERTO
                 MOVE 'PAGTO A MAIOR - CRED EM CONTA'
                    TO WRK-MOTIVO
              END-IF
           END-IF.

       0004-BAIXARPARCELA.
           MOVE 'N' TO WRK-PARC-BAIXADA.
           MOVE 1 TO WRK-PARC-INICIO.
           IF WRK-RT-PARCELA > 0
              MOVE WRK-RT-PARCELA TO WRK-PARC-INICIO
           END-IF.
           PERFORM VARYING WRK-PARC-IDX FROM WRK-PARC-INICIO BY 1
                 UNTIL WRK-PARC-IDX > 12
                    OR WRK-PARC-BAIXADA = 'S'
              MOVE REG-RT-FATURA TO REG-PA-FATURA
              END-READ
           END-PERFORM.
           IF WRK-PARC-BAIXADA = 'N'
              COMPUTE WRK-SALDO-FATURA = REG-FA-TOTAL
                 + REG-FA-ENCARGOS - REG-FA-VALORPAGO
              IF REG-RT-VALOR > WRK-SALDO-FATURA
                 PERFORM 0000-QUITARPARCELAS
              ELSE
                 MOVE 'SEM PARCELA COM ESTE SALDO' TO WRK-MOTIVO
              END-IF
           END-IF.

       0000-QUITARPARCELAS.
           PERFORM VARYING WRK-PARC-IDX FROM 1 BY 1
                 UNTIL WRK-PARC-IDX > 12
              MOVE REG-RT-FATURA TO REG-PA-FATURA
              MOVE WRK-PARC-IDX TO REG-PA-PARCELA
              READ ARQ-PARCELAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF REG-PA-STATUS = 'A'
                       MOVE REG-PA-VALOR TO REG-PA-VALORPAGO
                       MOVE REG-RT-DATA TO REG-PA-DATAPAGTO
                       MOVE 'P' TO REG-PA-STATUS
                       REWRITE REG-PARCELA
                    END-IF
              END-READ
           END-PERFORM.
           ADD WRK-SALDO-FATURA TO REG-FA-VALORPAGO.
           MOVE REG-RT-DATA TO REG-FA-DATAPAGTO.
           MOVE 'P' TO REG-FA-STATUS.
           REWRITE REG-FATURA.
           ADD 1 TO WRK-QTD-BAIXADOS.
           MOVE 'E' TO WRK-CRD-TIPO.
           MOVE REG-FA-CLIENTE TO WRK-CRD-CLIENTE.
           COMPUTE WRK-CRD-VALOR = REG-RT-VALOR - WRK-SALDO-FATURA.
           MOVE 'PAGTO A MAIOR - CRED EM CONTA' TO WRK-MOTIVO.

       0006-RECUPERARPERDA.
           COMPUTE WRK-SALDO-PERDA =
              REG-FA-VALORPERDA - REG-FA-VALORRECUP.
           IF REG-RT-VALOR > WRK-SALDO-PERDA
              MOVE WRK-SALDO-PERDA TO WRK-VALOR-RECUP
              MOVE 'E' TO WRK-CRD-TIPO
              MOVE REG-FA-CLIENTE TO WRK-CRD-CLIENTE
              COMPUTE WRK-CRD-VALOR = REG-RT-VALOR - WRK-SALDO-PERDA
              MOVE 'PERDA RECUPERADA - CRED EM CONTA'
                 TO WRK-MOTIVO
           ELSE
              MOVE REG-RT-VALOR TO WRK-VALOR-RECUP
           END-IF.
           IF WRK-VALOR-RECUP > 0
              ADD WRK-VALOR-RECUP TO REG-FA-VALORRECUP
              MOVE REG-RT-DATA TO REG-FA-DATAPAGTO
              REWRITE REG-FATURA
              OPEN EXTEND ARQ-PDDMOV
              IF WRK-FS-PDDMOV = '35'
                 OPEN OUTPUT ARQ-PDDMOV
              END-IF
              MOVE REG-RT-DATA TO REG-PM-DATA
              MOVE REG-FA-NUMERO TO REG-PM-FATURA
              MOVE REG-FA-CLIENTE TO REG-PM-CLIENTE
              MOVE 'R' TO REG-PM-TIPO
              MOVE WRK-VALOR-RECUP TO REG-PM-VALOR
              MOVE 'RETORNO BANCARIO APOS BAIXA' TO REG-PM-MOTIVO
              MOVE WRK-OPERADOR TO REG-PM-OPERADOR
              MOVE SPACES TO REG-PM-SUPERVISOR
              WRITE REG-PDDMOV
              CLOSE ARQ-PDDMOV
              ADD 1 TO WRK-QTD-RECUP
              MOVE SPACES TO WRK-LINHA
              STRING 'FATURA ' REG-RT-FATURA
                 ' DATA=' REG-RT-DATA
                 ' RECUPERADO=' WRK-VALOR-RECUP
                 ' - RECUPERACAO DE PERDA'
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-EXCECAO FROM WRK-LINHA
           END-IF.

       0007-LOCALIZARTITULO.
           MOVE 'N' TO WRK-BOL-ACHADO.
           MOVE ZEROS TO WRK-RT-PARCELA.
           IF WRK-BOLMF-OK = 'S' AND REG-RT-NOSSONUM NUMERIC
              IF REG-RT-NOSSONUM > 0
                 MOVE REG-RT-NOSSONUM TO REG-BT-NOSSONUM
                 READ ARQ-BOLETOS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'S' TO WRK-BOL-ACHADO
                       MOVE REG-BT-FATURA TO REG-RT-FATURA
                       MOVE REG-BT-PARCELA TO WRK-RT-PARCELA
                 END-READ
              END-IF
           END-IF.

       0008-OCORRENCIATITULO.
           IF WRK-BOL-ACHADO = 'N'
              MOVE 'NOSSO NUMERO NAO REGISTRADO' TO WRK-MOTIVO
              PERFORM 0000-GRAVAREXCECAO
           ELSE
              MOVE REG-RT-OCORRENCIA TO REG-BT-OCORRENCIA
              MOVE REG-RT-DATA TO REG-BT-DATASIT
              EVALUATE REG-RT-OCORRENCIA
                 WHEN '02'
                    IF REG-BT-SITUACAO = 'R'
                       MOVE 'C' TO REG-BT-SITUACAO
                    END-IF
                    ADD 1 TO WRK-QTD-CONFIRM
                 WHEN '03'
                    MOVE 'J' TO REG-BT-SITUACAO
                    ADD 1 TO WRK-QTD-REJEIT
                    MOVE 'REGISTRO DO BOLETO REJEITADO'
                       TO WRK-MOTIVO
                    PERFORM 0000-GRAVAREXCECAO
                 WHEN '09'
                    MOVE 'X' TO REG-BT-SITUACAO
                    ADD 1 TO WRK-QTD-BAIXABCO
              END-EVALUATE
              REWRITE REG-BOLETO
           END-IF.

       0000-GRAVARCREDITO.
           MOVE REG-RT-FATURA TO WRK-CRD-FATURA.
           MOVE ZEROS TO WRK-CRD-PARCELA.
           MOVE 'BANCORET' TO WRK-LOG-PROGRAMA.
           CALL 'CREDSRV' USING WRK-CRD-TIPO WRK-CRD-CLIENTE
              WRK-CRD-VALOR WRK-CRD-FATURA WRK-CRD-PARCELA
              REG-RT-DATA WRK-OPERADOR WRK-LOG-PROGRAMA
              WRK-CRD-SALDO WRK-CRD-RESULTADO.
           ADD 1 TO WRK-QTD-CREDITOS.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FATURA ' REG-RT-FATURA
              ' DATA=' REG-RT-DATA
              ' CREDITO=' WRK-CRD-VALOR
              ' CLIENTE=' WRK-CRD-CLIENTE
              ' - ' WRK-MOTIVO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-EXCECAO FROM WRK-LINHA.

       0000-GRAVAREXCECAO.
           ADD 1 TO WRK-QTD-EXCECOES.
           MOVE SPACES TO WRK-LINHA.
