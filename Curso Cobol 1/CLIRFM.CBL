       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIRFM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO "CLIMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CL-COD
               FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-JORNAL ASSIGN TO "SALESJRN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-JR-SEQ
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT ARQ-RELRFM ASSIGN TO "CLIRFM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELRFM.
           SELECT ARQ-EXTRFM ASSIGN TO "CLIRFM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRFM.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTES.
       01 REG-CLIENTE.
       COPY CLIREG.
       FD ARQ-JORNAL.
       01 REG-JORNAL.
       COPY JRNREG.
       FD ARQ-RELRFM.
       01 REG-RELRFM           PIC X(100).
       FD ARQ-EXTRFM.
       01 REG-EXTRFM.
          02 REG-RF-COD        PIC X(05).
          02 REG-RF-NOME       PIC X(30).
          02 REG-RF-UF         PIC X(02).
          02 REG-RF-ULTCOMPRA  PIC 9(08).
          02 REG-RF-DIAS       PIC 9(05).
          02 REG-RF-FREQ       PIC 9(05).
          02 REG-RF-VALOR      PIC 9(09)V99.
          02 REG-RF-NOTAR      PIC 9(01).
          02 REG-RF-NOTAF      PIC 9(01).
          02 REG-RF-NOTAM      PIC 9(01).
          02 REG-RF-SEGMENTO   PIC X(10).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       01 WRK-DATAVENDA.
          02 WRK-DV-ANO       PIC 9(04).
          02 WRK-DV-MES       PIC 9(02).
          02 WRK-DV-DIA       PIC 9(02).
       77 WRK-FS-CLIENTES  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-JORNAL    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELRFM    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-EXTRFM    PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'CLIRFM'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.
       77 WRK-CLIENTE      PIC X(05)     VALUE SPACES.
       77 WRK-SALTOS       PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-CLI      PIC 9(04)     VALUE ZEROS.
       77 WRK-CLI-IDX      PIC 9(04)     VALUE ZEROS.
       77 WRK-CLI-ACHADO   PIC X(01)     VALUE 'N'.
       77 WRK-SEG-IDX      PIC 9(01)     VALUE ZEROS.
       77 WRK-QTD-SEG      PIC 9(04)     VALUE ZEROS.
       77 WRK-VALOR-ED     PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-IGNORADOS    PIC 9(06)     VALUE ZEROS.
       01 WRK-TAB-SEGMENTOS.
          02 FILLER PIC X(10) VALUE 'CAMPEAO'.
          02 FILLER PIC X(10) VALUE 'FIEL'.
          02 FILLER PIC X(10) VALUE 'PROMISSOR'.
          02 FILLER PIC X(10) VALUE 'EM RISCO'.
          02 FILLER PIC X(10) VALUE 'OCASIONAL'.
          02 FILLER PIC X(10) VALUE 'PERDIDO'.
          02 FILLER PIC X(10) VALUE 'SEM COMPRA'.
       01 WRK-SEGMENTOS REDEFINES WRK-TAB-SEGMENTOS.
          02 WRK-SEGMENTO-NOME PIC X(10) OCCURS 7 TIMES.
       01 WRK-CLI-TAB.
          02 WRK-CLI-ITEM OCCURS 2000 TIMES.
             03 WRK-CL-COD       PIC X(05).
             03 WRK-CL-NOME      PIC X(30).
             03 WRK-CL-UF        PIC X(02).
             03 WRK-CL-ULTCOMPRA PIC 9(08).
             03 WRK-CL-DIAS      PIC 9(05).
             03 WRK-CL-FREQ      PIC 9(05).
             03 WRK-CL-VALOR     PIC S9(09)V99.
             03 WRK-CL-NOTAR     PIC 9(01).
             03 WRK-CL-NOTAF     PIC 9(01).
             03 WRK-CL-NOTAM     PIC 9(01).
             03 WRK-CL-SEG       PIC 9(01).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLIENTES NOT = '00'
              DISPLAY 'CADASTRO DE CLIENTES NAO ENCONTRADO.'
              GOBACK
           END-IF.
           MOVE ZEROS TO WRK-QTD-CLI WRK-IGNORADOS.
           PERFORM 0002-CARREGARCLIENTES.
           OPEN INPUT ARQ-JORNAL.
           IF WRK-FS-JORNAL NOT = '00'
              DISPLAY 'JORNAL DE VENDAS NAO ENCONTRADO.'
              CLOSE ARQ-CLIENTES
              GOBACK
           END-IF.
           PERFORM 0003-ACUMULARJORNAL.
           CLOSE ARQ-JORNAL.
           CLOSE ARQ-CLIENTES.
           PERFORM 0004-PONTUARCLIENTES.
           PERFORM 0005-GRAVARSAIDAS.
           MOVE 'CLIRFM.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           STRING 'SEGMENTACAO RFM CLIENTES=' WRK-QTD-CLI
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.
           DISPLAY 'RELATORIO GRAVADO EM CLIRFM.TXT'.
           DISPLAY 'EXTRATO PARA MARKETING GRAVADO EM CLIRFM.DAT'.
           GOBACK.

       0002-CARREGARCLIENTES.
           MOVE LOW-VALUES TO REG-CL-COD.
           START ARQ-CLIENTES KEY IS NOT LESS THAN REG-CL-COD
              INVALID KEY
                 MOVE '10' TO WRK-FS-CLIENTES
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-CLIENTES
           END-START.
           PERFORM 0000-LERCLIENTE UNTIL WRK-FS-CLIENTES = '10'.
           MOVE '00' TO WRK-FS-CLIENTES.

       0000-LERCLIENTE.
           READ ARQ-CLIENTES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CLIENTES
              NOT AT END
                 IF REG-CL-REDIRECIONA = SPACES
                    IF WRK-QTD-CLI < 2000
                       ADD 1 TO WRK-QTD-CLI
                       MOVE REG-CL-COD TO WRK-CL-COD(WRK-QTD-CLI)
                       MOVE REG-CL-NOME TO WRK-CL-NOME(WRK-QTD-CLI)
                       MOVE REG-CL-UF TO WRK-CL-UF(WRK-QTD-CLI)
                       MOVE ZEROS TO WRK-CL-ULTCOMPRA(WRK-QTD-CLI)
                       MOVE ZEROS TO WRK-CL-DIAS(WRK-QTD-CLI)
                       MOVE ZEROS TO WRK-CL-FREQ(WRK-QTD-CLI)
                       MOVE ZEROS TO WRK-CL-VALOR(WRK-QTD-CLI)
                    ELSE
                       DISPLAY 'TABELA DE CLIENTES CHEIA, CLIENTE '
                          REG-CL-COD ' FORA DA SEGMENTACAO.'
                    END-IF
                 END-IF
           END-READ.

       0003-ACUMULARJORNAL.
           MOVE ZEROS TO REG-JR-SEQ.
           START ARQ-JORNAL KEY IS NOT LESS THAN REG-JR-SEQ
              INVALID KEY
                 MOVE '10' TO WRK-FS-JORNAL
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-JORNAL
           END-START.
           PERFORM 0000-LERJORNAL UNTIL WRK-FS-JORNAL = '10'.

       0000-LERJORNAL.
           READ ARQ-JORNAL NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-JORNAL
              NOT AT END
                 IF REG-JR-CLIENTE NOT = SPACES
                    MOVE REG-JR-CLIENTE TO WRK-CLIENTE
                    PERFORM 0000-RESOLVERSOBREVIVENTE
                    PERFORM 0000-LOCALIZARCLIENTE
                    IF WRK-CLI-ACHADO = 'S'
                       PERFORM 0000-ACUMULARMOVIMENTO
                    ELSE
                       ADD 1 TO WRK-IGNORADOS
                    END-IF
                 END-IF
           END-READ.

       0000-RESOLVERSOBREVIVENTE.
           MOVE ZEROS TO WRK-SALTOS.
           MOVE 'N' TO WRK-CLI-ACHADO.
           PERFORM UNTIL WRK-CLI-ACHADO = 'S' OR WRK-SALTOS > 9
              MOVE WRK-CLIENTE TO REG-CL-COD
              READ ARQ-CLIENTES
                 INVALID KEY
                    MOVE 'S' TO WRK-CLI-ACHADO
                 NOT INVALID KEY
                    IF REG-CL-REDIRECIONA = SPACES
                       MOVE 'S' TO WRK-CLI-ACHADO
                    ELSE
                       MOVE REG-CL-REDIRECIONA TO WRK-CLIENTE
                       ADD 1 TO WRK-SALTOS
                    END-IF
              END-READ
           END-PERFORM.

       0000-LOCALIZARCLIENTE.
           MOVE 'N' TO WRK-CLI-ACHADO.
           PERFORM VARYING WRK-CLI-IDX FROM 1 BY 1
                 UNTIL WRK-CLI-IDX > WRK-QTD-CLI
                    OR WRK-CLI-ACHADO = 'S'
              IF WRK-CL-COD(WRK-CLI-IDX) = WRK-CLIENTE
                 MOVE 'S' TO WRK-CLI-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-CLI-ACHADO = 'S'
              SUBTRACT 1 FROM WRK-CLI-IDX
           END-IF.

       0000-ACUMULARMOVIMENTO.
           IF REG-JR-TIPO = 'D' OR REG-JR-TIPO = 'E'
              SUBTRACT REG-JR-VALOR FROM WRK-CL-VALOR(WRK-CLI-IDX)
           ELSE
              ADD REG-JR-VALOR TO WRK-CL-VALOR(WRK-CLI-IDX)
              ADD 1 TO WRK-CL-FREQ(WRK-CLI-IDX)
              MOVE REG-JR-ANO TO WRK-DV-ANO
              MOVE REG-JR-MES TO WRK-DV-MES
              MOVE REG-JR-DIA TO WRK-DV-DIA
              IF WRK-DATAVENDA > WRK-CL-ULTCOMPRA(WRK-CLI-IDX)
                 MOVE WRK-DATAVENDA TO WRK-CL-ULTCOMPRA(WRK-CLI-IDX)
              END-IF
           END-IF.

       0004-PONTUARCLIENTES.
           PERFORM VARYING WRK-CLI-IDX FROM 1 BY 1
                 UNTIL WRK-CLI-IDX > WRK-QTD-CLI
              IF WRK-CL-FREQ(WRK-CLI-IDX) = 0
                 MOVE 0 TO WRK-CL-NOTAR(WRK-CLI-IDX)
                 MOVE 0 TO WRK-CL-NOTAF(WRK-CLI-IDX)
                 MOVE 0 TO WRK-CL-NOTAM(WRK-CLI-IDX)
                 MOVE 7 TO WRK-CL-SEG(WRK-CLI-IDX)
              ELSE
                 PERFORM 0000-CALCULARNOTAS
                 PERFORM 0000-ATRIBUIRSEGMENTO
              END-IF
           END-PERFORM.

       0000-CALCULARNOTAS.
           MOVE 'D' TO WRK-SRV-FUNCAO.
           MOVE WRK-CL-ULTCOMPRA(WRK-CLI-IDX) TO WRK-SRV-DATA1.
           MOVE WRK-DATASISTEMA TO WRK-SRV-DATA2.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           IF WRK-SRV-NUMERO < 0
              MOVE ZEROS TO WRK-CL-DIAS(WRK-CLI-IDX)
           ELSE
              MOVE WRK-SRV-NUMERO TO WRK-CL-DIAS(WRK-CLI-IDX)
           END-IF.
           EVALUATE TRUE
              WHEN WRK-CL-DIAS(WRK-CLI-IDX) <= 30
                 MOVE 5 TO WRK-CL-NOTAR(WRK-CLI-IDX)
              WHEN WRK-CL-DIAS(WRK-CLI-IDX) <= 60
                 MOVE 4 TO WRK-CL-NOTAR(WRK-CLI-IDX)
              WHEN WRK-CL-DIAS(WRK-CLI-IDX) <= 90
                 MOVE 3 TO WRK-CL-NOTAR(WRK-CLI-IDX)
              WHEN WRK-CL-DIAS(WRK-CLI-IDX) <= 180
                 MOVE 2 TO WRK-CL-NOTAR(WRK-CLI-IDX)
              WHEN OTHER
                 MOVE 1 TO WRK-CL-NOTAR(WRK-CLI-IDX)
           END-EVALUATE.
           EVALUATE TRUE
              WHEN WRK-CL-FREQ(WRK-CLI-IDX) >= 20
                 MOVE 5 TO WRK-CL-NOTAF(WRK-CLI-IDX)
              WHEN WRK-CL-FREQ(WRK-CLI-IDX) >= 10
                 MOVE 4 TO WRK-CL-NOTAF(WRK-CLI-IDX)
              WHEN WRK-CL-FREQ(WRK-CLI-IDX) >= 5
                 MOVE 3 TO WRK-CL-NOTAF(WRK-CLI-IDX)
              WHEN WRK-CL-FREQ(WRK-CLI-IDX) >= 2
                 MOVE 2 TO WRK-CL-NOTAF(WRK-CLI-IDX)
              WHEN OTHER
                 MOVE 1 TO WRK-CL-NOTAF(WRK-CLI-IDX)
           END-EVALUATE.
           EVALUATE TRUE
              WHEN WRK-CL-VALOR(WRK-CLI-IDX) >= 10000
                 MOVE 5 TO WRK-CL-NOTAM(WRK-CLI-IDX)
              WHEN WRK-CL-VALOR(WRK-CLI-IDX) >= 5000
                 MOVE 4 TO WRK-CL-NOTAM(WRK-CLI-IDX)
              WHEN WRK-CL-VALOR(WRK-CLI-IDX) >= 1000
                 MOVE 3 TO WRK-CL-NOTAM(WRK-CLI-IDX)
              WHEN WRK-CL-VALOR(WRK-CLI-IDX) >= 200
                 MOVE 2 TO WRK-CL-NOTAM(WRK-CLI-IDX)
              WHEN OTHER
                 MOVE 1 TO WRK-CL-NOTAM(WRK-CLI-IDX)
           END-EVALUATE.

       0000-ATRIBUIRSEGMENTO.
           EVALUATE TRUE
              WHEN WRK-CL-NOTAR(WRK-CLI-IDX) >= 4
                    AND WRK-CL-NOTAF(WRK-CLI-IDX) >= 4
                    AND WRK-CL-NOTAM(WRK-CLI-IDX) >= 4
                 MOVE 1 TO WRK-CL-SEG(WRK-CLI-IDX)
              WHEN WRK-CL-NOTAR(WRK-CLI-IDX) >= 3
                    AND WRK-CL-NOTAF(WRK-CLI-IDX) >= 3
                 MOVE 2 TO WRK-CL-SEG(WRK-CLI-IDX)
              WHEN WRK-CL-NOTAR(WRK-CLI-IDX) >= 4
                 MOVE 3 TO WRK-CL-SEG(WRK-CLI-IDX)
              WHEN WRK-CL-NOTAR(WRK-CLI-IDX) = 1
                 MOVE 6 TO WRK-CL-SEG(WRK-CLI-IDX)
              WHEN WRK-CL-NOTAF(WRK-CLI-IDX) >= 3
                    OR WRK-CL-NOTAM(WRK-CLI-IDX) >= 3
                 MOVE 4 TO WRK-CL-SEG(WRK-CLI-IDX)
              WHEN OTHER
                 MOVE 5 TO WRK-CL-SEG(WRK-CLI-IDX)
           END-EVALUATE.

       0005-GRAVARSAIDAS.
           OPEN OUTPUT ARQ-RELRFM.
           OPEN OUTPUT ARQ-EXTRFM.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SEGMENTACAO RFM DE CLIENTES - ' WRK-DATASISTEMA
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELRFM FROM WRK-LINHA.
           MOVE 'R=RECENCIA F=FREQUENCIA M=VALOR (NOTAS DE 1 A 5)'
              TO WRK-LINHA.
           WRITE REG-RELRFM FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELRFM FROM WRK-LINHA.
           PERFORM VARYING WRK-SEG-IDX FROM 1 BY 1
                 UNTIL WRK-SEG-IDX > 7
              MOVE ZEROS TO WRK-QTD-SEG
              MOVE SPACES TO WRK-LINHA
              STRING 'SEGMENTO ' WRK-SEGMENTO-NOME(WRK-SEG-IDX)
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELRFM FROM WRK-LINHA
              PERFORM VARYING WRK-CLI-IDX FROM 1 BY 1
                    UNTIL WRK-CLI-IDX > WRK-QTD-CLI
                 IF WRK-CL-SEG(WRK-CLI-IDX) = WRK-SEG-IDX
                    ADD 1 TO WRK-QTD-SEG
                    PERFORM 0000-GRAVARCLIENTE
                 END-IF
              END-PERFORM
              MOVE SPACES TO WRK-LINHA
              STRING '  CLIENTES NO SEGMENTO: ' WRK-QTD-SEG
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELRFM FROM WRK-LINHA
              MOVE '----------------------------------------'
                 TO WRK-LINHA
              WRITE REG-RELRFM FROM WRK-LINHA
           END-PERFORM.
           IF WRK-IGNORADOS > 0
              MOVE SPACES TO WRK-LINHA
              STRING 'MOVIMENTOS DE CLIENTES FORA DO CADASTRO: '
                 WRK-IGNORADOS
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELRFM FROM WRK-LINHA
           END-IF.
           CLOSE ARQ-EXTRFM.
           CLOSE ARQ-RELRFM.

       0000-GRAVARCLIENTE.
           MOVE WRK-CL-VALOR(WRK-CLI-IDX) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  ' WRK-CL-COD(WRK-CLI-IDX)
              ' ' WRK-CL-NOME(WRK-CLI-IDX)
              ' ULT=' WRK-CL-ULTCOMPRA(WRK-CLI-IDX)
              ' FREQ=' WRK-CL-FREQ(WRK-CLI-IDX)
              ' VALOR=' WRK-VALOR-ED
              ' RFM=' WRK-CL-NOTAR(WRK-CLI-IDX)
              WRK-CL-NOTAF(WRK-CLI-IDX)
              WRK-CL-NOTAM(WRK-CLI-IDX)
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELRFM FROM WRK-LINHA.
           MOVE WRK-CL-COD(WRK-CLI-IDX) TO REG-RF-COD.
           MOVE WRK-CL-NOME(WRK-CLI-IDX) TO REG-RF-NOME.
           MOVE WRK-CL-UF(WRK-CLI-IDX) TO REG-RF-UF.
           MOVE WRK-CL-ULTCOMPRA(WRK-CLI-IDX) TO REG-RF-ULTCOMPRA.
           MOVE WRK-CL-DIAS(WRK-CLI-IDX) TO REG-RF-DIAS.
           MOVE WRK-CL-FREQ(WRK-CLI-IDX) TO REG-RF-FREQ.
           IF WRK-CL-VALOR(WRK-CLI-IDX) > 0
              MOVE WRK-CL-VALOR(WRK-CLI-IDX) TO REG-RF-VALOR
           ELSE
              MOVE ZEROS TO REG-RF-VALOR
           END-IF.
           MOVE WRK-CL-NOTAR(WRK-CLI-IDX) TO REG-RF-NOTAR.
           MOVE WRK-CL-NOTAF(WRK-CLI-IDX) TO REG-RF-NOTAF.
           MOVE WRK-CL-NOTAM(WRK-CLI-IDX) TO REG-RF-NOTAM.
           MOVE WRK-SEGMENTO-NOME(WRK-CL-SEG(WRK-CLI-IDX))
              TO REG-RF-SEGMENTO.
           WRITE REG-EXTRFM.
