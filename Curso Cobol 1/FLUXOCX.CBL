       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXOCX.
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
           SELECT ARQ-PAGAR ASSIGN TO "APAGMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AP-NUMERO
               FILE STATUS IS WRK-FS-PAGAR.
           SELECT ARQ-FOLHAHIS ASSIGN TO "FOLHAHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHAHIS.
           SELECT ARQ-FOLCAL ASSIGN TO "FOLCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLCAL.
           SELECT ARQ-RELFLUXO ASSIGN TO "FLUXOCX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELFLUXO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-PARCELAS.
       01 REG-PARCELA.
       COPY PARREG.
       FD ARQ-PAGAR.
       01 REG-PAGAR.
       COPY APAREG.
       FD ARQ-FOLHAHIS.
       01 REG-FOLHAHIS.
       COPY FOLHREG.
       FD ARQ-FOLCAL.
       01 REG-FOLCAL.
          02 REG-FC-COMPETENCIA PIC 9(06).
          02 REG-FC-STATUS      PIC X(01).
       FD ARQ-RELFLUXO.
       01 REG-RELFLUXO         PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PARCELAS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PAGAR     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FOLHAHIS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FOLCAL    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELFLUXO  PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-PRAZO-FATURA PIC 9(03)     VALUE 030.
       77 WRK-DIA-PAGTOFOLHA PIC 9(02)   VALUE 05.
       77 WRK-SALDO-INICIAL PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-CORRENTE PIC S9(12)V99 VALUE ZEROS.
       77 WRK-ENTRADAS     PIC 9(12)V99  VALUE ZEROS.
       77 WRK-SAIDAS       PIC 9(12)V99  VALUE ZEROS.
       77 WRK-VALOR-ABERTO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VENCIMENTO   PIC 9(08)     VALUE ZEROS.
       77 WRK-DIAS         PIC S9(08)    VALUE ZEROS.
       77 WRK-TEM-PARCELAS PIC X(01)     VALUE 'N'.
       77 WRK-PARC-IDX     PIC 9(02)     VALUE ZEROS.
       77 WRK-DIA-IDX      PIC 9(03)     VALUE ZEROS.
       77 WRK-DIA-FIM      PIC 9(03)     VALUE ZEROS.
       77 WRK-SEM-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-VENC-REC PIC 9(05)     VALUE ZEROS.
       77 WRK-TOT-VENC-REC PIC 9(11)V99  VALUE ZEROS.
       77 WRK-QTD-VENC-PAG PIC 9(05)     VALUE ZEROS.
       77 WRK-TOT-VENC-PAG PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOT-APOS-REC PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOT-APOS-PAG PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOT-APOS-FOL PIC 9(11)V99  VALUE ZEROS.
       77 WRK-QTD-CAL      PIC 9(02)     VALUE ZEROS.
       77 WRK-CAL-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-ULT-PAGA     PIC 9(06)     VALUE ZEROS.
       77 WRK-ULT-CALC     PIC 9(06)     VALUE ZEROS.
       77 WRK-LIQ-ESTIMADO PIC 9(11)V99  VALUE ZEROS.
       77 WRK-FOL-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.
       77 WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ENTRADA-ED   PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-SAIDA-ED     PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-FOLHA-ED     PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-SALDO-ED     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-DATAPROX.
          02 WRK-DP-ANO       PIC 9(04).
          02 WRK-DP-MES       PIC 9(02).
          02 WRK-DP-DIA       PIC 9(02).
       01 WRK-COMPFOLHA.
          02 WRK-CF-ANO       PIC 9(04).
          02 WRK-CF-MES       PIC 9(02).
       01 WRK-COMPFOLHA-R REDEFINES WRK-COMPFOLHA PIC 9(06).
       01 WRK-DIA-TAB.
          02 WRK-DIA-ITEM OCCURS 91 TIMES.
             03 WRK-DIA-DATA     PIC 9(08).
             03 WRK-DIA-RECEBER  PIC 9(11)V99.
             03 WRK-DIA-PAGAR    PIC 9(11)V99.
             03 WRK-DIA-FOLHA    PIC 9(11)V99.
       01 WRK-CAL-TAB.
          02 WRK-CAL-ITEM OCCURS 24 TIMES.
             03 WRK-CAL-COMP     PIC 9(06).
             03 WRK-CAL-SIT      PIC X(01).
       01 WRK-FOL-TAB.
          02 WRK-FOL-ITEM OCCURS 5 TIMES.
             03 WRK-FOL-COMP     PIC 9(06).
             03 WRK-FOL-SIT      PIC X(01).
             03 WRK-FOL-LIQUIDO  PIC 9(11)V99.
             03 WRK-FOL-REAL     PIC X(01).
             03 WRK-FOL-PAGTO    PIC 9(08).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'FLUXOCX' TO WRK-LOG-PROGRAMA.
           DISPLAY ' SALDO BANCARIO INICIAL?'.
           ACCEPT WRK-SALDO-INICIAL.
           PERFORM 0002-MONTARCALENDARIO.
           PERFORM 0003-PROJETARRECEBER.
           PERFORM 0004-PROJETARPAGAR.
           PERFORM 0005-PROJETARFOLHA.
           PERFORM 0006-IMPRIMIRFLUXO.
           DISPLAY 'RELATORIO GRAVADO EM FLUXOCX.TXT'.
           MOVE 'FLUXOCX.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           STRING 'FLUXO DE CAIXA PROJETADO EM ' WRK-DATASISTEMA
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.
           GOBACK.

       0002-MONTARCALENDARIO.
           MOVE WRK-DATASISTEMA TO WRK-DATAPROX.
           PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                 UNTIL WRK-DIA-IDX > 91
              MOVE WRK-DATAPROX TO WRK-DIA-DATA(WRK-DIA-IDX)
              MOVE ZEROS TO WRK-DIA-RECEBER(WRK-DIA-IDX)
              MOVE ZEROS TO WRK-DIA-PAGAR(WRK-DIA-IDX)
              MOVE ZEROS TO WRK-DIA-FOLHA(WRK-DIA-IDX)
              PERFORM 0000-PROXIMODIA
           END-PERFORM.

       0000-PROXIMODIA.
           ADD 1 TO WRK-DP-DIA.
           MOVE 'V' TO WRK-SRV-FUNCAO.
           MOVE WRK-DATAPROX TO WRK-SRV-DATA1.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           IF WRK-SRV-VALIDO = 'N'
              MOVE 1 TO WRK-DP-DIA
              ADD 1 TO WRK-DP-MES
              IF WRK-DP-MES > 12
                 MOVE 1 TO WRK-DP-MES
                 ADD 1 TO WRK-DP-ANO
              END-IF
           END-IF.

       0000-DIASATEVENCIMENTO.
           MOVE 'D' TO WRK-SRV-FUNCAO.
           MOVE WRK-DATASISTEMA TO WRK-SRV-DATA1.
           MOVE WRK-VENCIMENTO TO WRK-SRV-DATA2.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           MOVE WRK-SRV-NUMERO TO WRK-DIAS.

       0003-PROJETARRECEBER.
           OPEN INPUT ARQ-PARCELAS.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS = '00'
              MOVE ZEROS TO REG-FA-NUMERO
              START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-FATURAS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-FATURAS
              END-START
              PERFORM 0000-PROJETARUMAFATURA
                 UNTIL WRK-FS-FATURAS = '10'
              CLOSE ARQ-FATURAS
           END-IF.
           IF WRK-FS-PARCELAS = '00'
              CLOSE ARQ-PARCELAS
           END-IF.

       0000-PROJETARUMAFATURA.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 IF REG-FA-STATUS = 'A' AND REG-FA-TIPO NOT = 'C'
                    PERFORM 0000-TEMPARCELAS
                    IF WRK-TEM-PARCELAS = 'S'
                       PERFORM VARYING WRK-PARC-IDX FROM 1 BY 1
                             UNTIL WRK-PARC-IDX > 12
                          MOVE REG-FA-NUMERO TO REG-PA-FATURA
                          MOVE WRK-PARC-IDX TO REG-PA-PARCELA
                          READ ARQ-PARCELAS
                             INVALID KEY
                                CONTINUE
                             NOT INVALID KEY
                                IF REG-PA-STATUS = 'A'
                                   COMPUTE WRK-VALOR-ABERTO =
                                      REG-PA-VALOR - REG-PA-VALORPAGO
                                   MOVE REG-PA-VENCIMENTO
                                      TO WRK-VENCIMENTO
                                   PERFORM 0000-DIASATEVENCIMENTO
                                   PERFORM 0000-LANCARRECEBER
                                END-IF
                          END-READ
                       END-PERFORM
                    ELSE
                       COMPUTE WRK-VALOR-ABERTO =
                          REG-FA-TOTAL - REG-FA-VALORPAGO
                       MOVE REG-FA-DATA TO WRK-VENCIMENTO
                       PERFORM 0000-DIASATEVENCIMENTO
                       ADD WRK-PRAZO-FATURA TO WRK-DIAS
                       PERFORM 0000-LANCARRECEBER
                    END-IF
                 END-IF
           END-READ.

       0000-TEMPARCELAS.
           MOVE 'N' TO WRK-TEM-PARCELAS.
           IF WRK-FS-PARCELAS = '00'
              MOVE REG-FA-NUMERO TO REG-PA-FATURA
              MOVE 01 TO REG-PA-PARCELA
              READ ARQ-PARCELAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-TEM-PARCELAS
              END-READ
           END-IF.

       0000-LANCARRECEBER.
           IF WRK-VALOR-ABERTO > 0
              EVALUATE TRUE
                 WHEN WRK-DIAS < 0
                    ADD 1 TO WRK-QTD-VENC-REC
                    ADD WRK-VALOR-ABERTO TO WRK-TOT-VENC-REC
                 WHEN WRK-DIAS > 90
                    ADD WRK-VALOR-ABERTO TO WRK-TOT-APOS-REC
                 WHEN OTHER
                    COMPUTE WRK-DIA-IDX = WRK-DIAS + 1
                    ADD WRK-VALOR-ABERTO
                       TO WRK-DIA-RECEBER(WRK-DIA-IDX)
              END-EVALUATE
           END-IF.

       0004-PROJETARPAGAR.
           OPEN INPUT ARQ-PAGAR.
           IF WRK-FS-PAGAR = '00'
              MOVE ZEROS TO REG-AP-NUMERO
              START ARQ-PAGAR KEY IS NOT LESS THAN REG-AP-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-PAGAR
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-PAGAR
              END-START
              PERFORM 0000-PROJETARUMTITULO
                 UNTIL WRK-FS-PAGAR = '10'
              CLOSE ARQ-PAGAR
           END-IF.

       0000-PROJETARUMTITULO.
           READ ARQ-PAGAR NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PAGAR
              NOT AT END
                 IF REG-AP-STATUS = 'A' OR REG-AP-STATUS = 'R'
                    COMPUTE WRK-VALOR-ABERTO =
                       REG-AP-VALOR - REG-AP-VALORPAGO
                    MOVE REG-AP-VENCIMENTO TO WRK-VENCIMENTO
                    PERFORM 0000-DIASATEVENCIMENTO
                    IF WRK-VALOR-ABERTO > 0
                       EVALUATE TRUE
                          WHEN WRK-DIAS < 0
                             ADD 1 TO WRK-QTD-VENC-PAG
                             ADD WRK-VALOR-ABERTO TO WRK-TOT-VENC-PAG
                             ADD WRK-VALOR-ABERTO TO WRK-DIA-PAGAR(1)
                          WHEN WRK-DIAS > 90
                             ADD WRK-VALOR-ABERTO TO WRK-TOT-APOS-PAG
                          WHEN OTHER
                             COMPUTE WRK-DIA-IDX = WRK-DIAS + 1
                             ADD WRK-VALOR-ABERTO
                                TO WRK-DIA-PAGAR(WRK-DIA-IDX)
                       END-EVALUATE
                    END-IF
                 END-IF
           END-READ.

       0005-PROJETARFOLHA.
           MOVE ZEROS TO WRK-QTD-CAL WRK-ULT-PAGA.
           OPEN INPUT ARQ-FOLCAL.
           IF WRK-FS-FOLCAL = '00'
              PERFORM 0000-LERCALENDARIO
                 UNTIL WRK-FS-FOLCAL = '10'
              CLOSE ARQ-FOLCAL
           END-IF.
           IF WRK-ULT-PAGA = 0
              MOVE WRK-ANOSISTEMA TO WRK-CF-ANO
              MOVE WRK-MESSISTEMA TO WRK-CF-MES
              PERFORM 0000-COMPETENCIAANTERIOR
           ELSE
              MOVE WRK-ULT-PAGA TO WRK-COMPFOLHA-R
              PERFORM 0000-PROXIMACOMPETENCIA
           END-IF.
           PERFORM VARYING WRK-FOL-IDX FROM 1 BY 1
                 UNTIL WRK-FOL-IDX > 5
              MOVE WRK-COMPFOLHA-R TO WRK-FOL-COMP(WRK-FOL-IDX)
              MOVE 'A' TO WRK-FOL-SIT(WRK-FOL-IDX)
              PERFORM VARYING WRK-CAL-IDX FROM 1 BY 1
                    UNTIL WRK-CAL-IDX > WRK-QTD-CAL
                 IF WRK-CAL-COMP(WRK-CAL-IDX) = WRK-COMPFOLHA-R
                    MOVE WRK-CAL-SIT(WRK-CAL-IDX)
                       TO WRK-FOL-SIT(WRK-FOL-IDX)
                 END-IF
              END-PERFORM
              MOVE ZEROS TO WRK-FOL-LIQUIDO(WRK-FOL-IDX)
              MOVE 'N' TO WRK-FOL-REAL(WRK-FOL-IDX)
              PERFORM 0000-PROXIMACOMPETENCIA
           END-PERFORM.
           MOVE ZEROS TO WRK-ULT-CALC WRK-LIQ-ESTIMADO.
           OPEN INPUT ARQ-FOLHAHIS.
           IF WRK-FS-FOLHAHIS = '00'
              PERFORM 0000-LERHISTFOLHA
                 UNTIL WRK-FS-FOLHAHIS = '10'
              CLOSE ARQ-FOLHAHIS
           END-IF.
           PERFORM VARYING WRK-FOL-IDX FROM 1 BY 1
                 UNTIL WRK-FOL-IDX > 5
              IF WRK-FOL-SIT(WRK-FOL-IDX) NOT = 'G'
                 PERFORM 0000-LANCARFOLHA
              END-IF
           END-PERFORM.

       0000-LERCALENDARIO.
           READ ARQ-FOLCAL
              AT END
                 MOVE '10' TO WRK-FS-FOLCAL
              NOT AT END
                 IF WRK-QTD-CAL < 24
                    ADD 1 TO WRK-QTD-CAL
                    MOVE REG-FC-COMPETENCIA
                       TO WRK-CAL-COMP(WRK-QTD-CAL)
                    MOVE REG-FC-STATUS
                       TO WRK-CAL-SIT(WRK-QTD-CAL)
                 END-IF
                 IF REG-FC-STATUS = 'G'
                       AND REG-FC-COMPETENCIA > WRK-ULT-PAGA
                    MOVE REG-FC-COMPETENCIA TO WRK-ULT-PAGA
                 END-IF
           END-READ.

       0000-PROXIMACOMPETENCIA.
           ADD 1 TO WRK-CF-MES.
           IF WRK-CF-MES > 12
              MOVE 1 TO WRK-CF-MES
              ADD 1 TO WRK-CF-ANO
           END-IF.

       0000-COMPETENCIAANTERIOR.
           IF WRK-CF-MES = 1
              MOVE 12 TO WRK-CF-MES
              SUBTRACT 1 FROM WRK-CF-ANO
           ELSE
              SUBTRACT 1 FROM WRK-CF-MES
           END-IF.

       0000-LERHISTFOLHA.
           READ ARQ-FOLHAHIS
              AT END
                 MOVE '10' TO WRK-FS-FOLHAHIS
              NOT AT END
                 PERFORM VARYING WRK-FOL-IDX FROM 1 BY 1
                       UNTIL WRK-FOL-IDX > 5
                    IF WRK-FOL-COMP(WRK-FOL-IDX) = REG-FH-COMPETENCIA
                       ADD REG-FH-LIQUIDO
                          TO WRK-FOL-LIQUIDO(WRK-FOL-IDX)
                       MOVE 'S' TO WRK-FOL-REAL(WRK-FOL-IDX)
                    END-IF
                 END-PERFORM
                 IF REG-FH-TIPO = 'M'
                    EVALUATE TRUE
                       WHEN REG-FH-COMPETENCIA > WRK-ULT-CALC
                          MOVE REG-FH-COMPETENCIA TO WRK-ULT-CALC
                          MOVE REG-FH-LIQUIDO TO WRK-LIQ-ESTIMADO
                       WHEN REG-FH-COMPETENCIA = WRK-ULT-CALC
                          ADD REG-FH-LIQUIDO TO WRK-LIQ-ESTIMADO
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
           END-READ.

       0000-LANCARFOLHA.
           IF WRK-FOL-REAL(WRK-FOL-IDX) = 'N'
              MOVE WRK-LIQ-ESTIMADO TO WRK-FOL-LIQUIDO(WRK-FOL-IDX)
           END-IF.
           MOVE WRK-FOL-COMP(WRK-FOL-IDX) TO WRK-COMPFOLHA-R.
           MOVE WRK-CF-ANO TO WRK-DP-ANO.
           MOVE WRK-CF-MES TO WRK-DP-MES.
           MOVE 1 TO WRK-DP-DIA.
           MOVE WRK-DATAPROX TO WRK-SRV-DATA1.
           PERFORM 0000-PROXIMACOMPETENCIA.
           MOVE WRK-CF-ANO TO WRK-DP-ANO.
           MOVE WRK-CF-MES TO WRK-DP-MES.
           MOVE WRK-DATAPROX TO WRK-SRV-DATA2.
           MOVE WRK-FOL-COMP(WRK-FOL-IDX) TO WRK-COMPFOLHA-R.
           MOVE WRK-CF-ANO TO WRK-DP-ANO.
           MOVE WRK-CF-MES TO WRK-DP-MES.
           MOVE 'D' TO WRK-SRV-FUNCAO.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           MOVE WRK-SRV-NUMERO TO WRK-DP-DIA.
           MOVE 'U' TO WRK-SRV-FUNCAO.
           MOVE WRK-DATAPROX TO WRK-SRV-DATA1.
           MOVE WRK-DIA-PAGTOFOLHA TO WRK-SRV-NUMERO.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           MOVE WRK-SRV-DATA2 TO WRK-FOL-PAGTO(WRK-FOL-IDX).
           MOVE WRK-SRV-DATA2 TO WRK-VENCIMENTO.
           PERFORM 0000-DIASATEVENCIMENTO.
           IF WRK-DIAS < 0
              MOVE ZEROS TO WRK-DIAS
           END-IF.
           IF WRK-DIAS > 90
              ADD WRK-FOL-LIQUIDO(WRK-FOL-IDX) TO WRK-TOT-APOS-FOL
           ELSE
              COMPUTE WRK-DIA-IDX = WRK-DIAS + 1
              ADD WRK-FOL-LIQUIDO(WRK-FOL-IDX)
                 TO WRK-DIA-FOLHA(WRK-DIA-IDX)
           END-IF.

       0006-IMPRIMIRFLUXO.
           OPEN OUTPUT ARQ-RELFLUXO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FLUXO DE CAIXA PROJETADO - ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFLUXO FROM WRK-LINHA.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SALDO BANCARIO INICIAL=' WRK-SALDO-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFLUXO FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELFLUXO FROM WRK-LINHA.
           MOVE 'PROJECAO DIARIA - 30 DIAS' TO WRK-LINHA.
           WRITE REG-RELFLUXO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DATA    ' '     A RECEBER' '       A PAGAR'
              '         FOLHA' '              SALDO'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFLUXO FROM WRK-LINHA.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-CORRENTE.
           PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                 UNTIL WRK-DIA-IDX > 30
              COMPUTE WRK-SALDO-CORRENTE = WRK-SALDO-CORRENTE
                 + WRK-DIA-RECEBER(WRK-DIA-IDX)
                 - WRK-DIA-PAGAR(WRK-DIA-IDX)
                 - WRK-DIA-FOLHA(WRK-DIA-IDX)
              MOVE WRK-DIA-RECEBER(WRK-DIA-IDX) TO WRK-ENTRADA-ED
              MOVE WRK-DIA-PAGAR(WRK-DIA-IDX) TO WRK-SAIDA-ED
              MOVE WRK-DIA-FOLHA(WRK-DIA-IDX) TO WRK-FOLHA-ED
              MOVE WRK-SALDO-CORRENTE TO WRK-SALDO-ED
              MOVE SPACES TO WRK-LINHA
              STRING WRK-DIA-DATA(WRK-DIA-IDX)
                 WRK-ENTRADA-ED WRK-SAIDA-ED WRK-FOLHA-ED
                 WRK-SALDO-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELFLUXO FROM WRK-LINHA
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELFLUXO FROM WRK-LINHA.
           MOVE 'PROJECAO SEMANAL - 13 SEMANAS' TO WRK-LINHA.
           WRITE REG-RELFLUXO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SM INICIO   ' '      ENTRADAS' '        SAIDAS'
              '              SALDO'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFLUXO FROM WRK-LINHA.
           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-CORRENTE.
           PERFORM VARYING WRK-SEM-IDX FROM 1 BY 1
                 UNTIL WRK-SEM-IDX > 13
              PERFORM 0000-IMPRIMIRSEMANA
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELFLUXO FROM WRK-LINHA.
           MOVE 'FOLHA DE PAGAMENTO PROJETADA (LIQUIDO)' TO WRK-LINHA.
           WRITE REG-RELFLUXO FROM WRK-LINHA.
           PERFORM VARYING WRK-FOL-IDX FROM 1 BY 1
                 UNTIL WRK-FOL-IDX > 5
              IF WRK-FOL-SIT(WRK-FOL-IDX) NOT = 'G'
                 MOVE WRK-FOL-LIQUIDO(WRK-FOL-IDX) TO WRK-VALOR-ED
                 MOVE SPACES TO WRK-LINHA
                 IF WRK-FOL-REAL(WRK-FOL-IDX) = 'S'
                    STRING 'COMPETENCIA ' WRK-FOL-COMP(WRK-FOL-IDX)
                       ' PAGTO=' WRK-FOL-PAGTO(WRK-FOL-IDX)
                       ' LIQUIDO=' WRK-VALOR-ED ' (CALCULADA)'
                       DELIMITED BY SIZE INTO WRK-LINHA
                 ELSE
                    STRING 'COMPETENCIA ' WRK-FOL-COMP(WRK-FOL-IDX)
                       ' PAGTO=' WRK-FOL-PAGTO(WRK-FOL-IDX)
                       ' LIQUIDO=' WRK-VALOR-ED
                       ' (ESTIMADA PELA COMPETENCIA ' WRK-ULT-CALC ')'
                       DELIMITED BY SIZE INTO WRK-LINHA
                 END-IF
                 WRITE REG-RELFLUXO FROM WRK-LINHA
              END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELFLUXO FROM WRK-LINHA.
           MOVE WRK-TOT-VENC-REC TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RECEBER VENCIDO (FORA DO SALDO PROJETADO): '
              WRK-QTD-VENC-REC ' TITULO(S) ' WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFLUXO FROM WRK-LINHA.
           MOVE WRK-TOT-VENC-PAG TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PAGAR VENCIDO (LANCADO NO PRIMEIRO DIA): '
              WRK-QTD-VENC-PAG ' TITULO(S) ' WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFLUXO FROM WRK-LINHA.
           MOVE WRK-TOT-APOS-REC TO WRK-ENTRADA-ED.
           MOVE WRK-TOT-APOS-PAG TO WRK-SAIDA-ED.
           MOVE WRK-TOT-APOS-FOL TO WRK-FOLHA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'APOS 13 SEMANAS: RECEBER=' WRK-ENTRADA-ED
              ' PAGAR=' WRK-SAIDA-ED ' FOLHA=' WRK-FOLHA-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFLUXO FROM WRK-LINHA.
           CLOSE ARQ-RELFLUXO.

       0000-IMPRIMIRSEMANA.
           MOVE ZEROS TO WRK-ENTRADAS WRK-SAIDAS.
           COMPUTE WRK-DIA-IDX = (WRK-SEM-IDX - 1) * 7 + 1.
           COMPUTE WRK-DIA-FIM = WRK-DIA-IDX + 6.
           MOVE WRK-DIA-DATA(WRK-DIA-IDX) TO WRK-VENCIMENTO.
           PERFORM UNTIL WRK-DIA-IDX > WRK-DIA-FIM
              ADD WRK-DIA-RECEBER(WRK-DIA-IDX) TO WRK-ENTRADAS
              ADD WRK-DIA-PAGAR(WRK-DIA-IDX) TO WRK-SAIDAS
              ADD WRK-DIA-FOLHA(WRK-DIA-IDX) TO WRK-SAIDAS
              ADD 1 TO WRK-DIA-IDX
           END-PERFORM.
           COMPUTE WRK-SALDO-CORRENTE = WRK-SALDO-CORRENTE
              + WRK-ENTRADAS - WRK-SAIDAS.
           MOVE WRK-ENTRADAS TO WRK-ENTRADA-ED.
           MOVE WRK-SAIDAS TO WRK-SAIDA-ED.
           MOVE WRK-SALDO-CORRENTE TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-SEM-IDX ' ' WRK-VENCIMENTO
              WRK-ENTRADA-ED WRK-SAIDA-ED WRK-SALDO-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFLUXO FROM WRK-LINHA.
