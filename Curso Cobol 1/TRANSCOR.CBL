       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSCOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TRANSPORTES ASSIGN TO "TRANSMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TP-COD
               FILE STATUS IS WRK-FS-TRANSPORTES.
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
           SELECT ARQ-MOTIVOS ASSIGN TO "OCORTAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOTIVOS.
           SELECT ARQ-FATTRANSP ASSIGN TO "TRANSFAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATTRANSP.
           SELECT ARQ-RELCORE ASSIGN TO "TRANSCOR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELCORE.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-TRANSPORTES.
       01 REG-TRANSPORTE.
       COPY TRANSREG.
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
       FD ARQ-MOTIVOS.
       01 REG-MOTIVO.
          02 REG-MO-COD        PIC X(02).
          02 REG-MO-DESCRICAO  PIC X(30).
       FD ARQ-FATTRANSP.
       01 REG-FATTRANSP.
          02 REG-FT-TRANSP     PIC X(03).
          02 REG-FT-PEDIDO     PIC 9(08).
          02 REG-FT-VALOR      PIC 9(08)V99.
       FD ARQ-RELCORE.
       01 REG-RELCORE          PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       01 WRK-COMPETENCIA.
          02 WRK-COMP-ANO     PIC 9(04).
          02 WRK-COMP-MES     PIC 9(02).
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).
       01 WRK-DATAREF.
          02 WRK-DATAREF-MES  PIC 9(06).
          02 WRK-DATAREF-DIA  PIC 9(02).
       01 WRK-DATAREF-N REDEFINES WRK-DATAREF PIC 9(08).
       77 WRK-FS-TRANSPORTES PIC X(02)   VALUE ZEROS.
       77 WRK-FS-PEDIDMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-EMBARQUES PIC X(02)     VALUE ZEROS.
       77 WRK-FS-OCORRENCIAS PIC X(02)   VALUE ZEROS.
       77 WRK-FS-MOTIVOS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATTRANSP PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELCORE   PIC X(02)     VALUE ZEROS.
       77 WRK-EMBARQMF-OK  PIC X(01)     VALUE 'N'.
       77 WRK-OCORRMF-OK   PIC X(01)     VALUE 'N'.
       77 WRK-TRANSFAT-OK  PIC X(01)     VALUE 'N'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'TRANSCOR'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-PERIODO-OK   PIC X(01)     VALUE 'N'.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.
       77 WRK-TEM-EMBARQUE PIC X(01)     VALUE 'N'.
       77 WRK-FIM-EMBARQUE PIC X(01)     VALUE 'N'.
       77 WRK-EV-TRANSP    PIC X(03)     VALUE SPACES.
       77 WRK-EV-UF        PIC X(02)     VALUE SPACES.
       77 WRK-EV-PROMET    PIC 9(08)     VALUE ZEROS.
       77 WRK-EV-ENTREGA   PIC 9(08)     VALUE ZEROS.
       77 WRK-QTD-CAD      PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-TRANSP   PIC 9(02)     VALUE ZEROS.
       77 WRK-TR-IDX       PIC 9(02)     VALUE ZEROS.
       77 WRK-TR-ACHADA    PIC X(01)     VALUE 'N'.
       77 WRK-TRUF-IDX     PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-PAR      PIC 9(03)     VALUE ZEROS.
       77 WRK-PAR-IDX      PIC 9(03)     VALUE ZEROS.
       77 WRK-PAR-ACHADO   PIC X(01)     VALUE 'N'.
       77 WRK-QTD-MOTIVOS  PIC 9(02)     VALUE ZEROS.
       77 WRK-MOT-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-UF       PIC 9(02)     VALUE ZEROS.
       77 WRK-UF-IDX       PIC 9(02)     VALUE ZEROS.
       77 WRK-UF-ACHADA    PIC X(01)     VALUE 'N'.
       77 WRK-UF-ATUAL     PIC X(02)     VALUE SPACES.
       77 WRK-ATENDE       PIC X(01)     VALUE 'N'.
       77 WRK-PADRAO-UF    PIC X(03)     VALUE SPACES.
       77 WRK-QTD-RANK     PIC 9(02)     VALUE ZEROS.
       77 WRK-RANK-IDX     PIC 9(02)     VALUE ZEROS.
       77 WRK-RANK-IDX2    PIC 9(02)     VALUE ZEROS.
       77 WRK-TROCOU       PIC X(01)     VALUE 'N'.
       77 WRK-TROCAR       PIC X(01)     VALUE 'N'.
       77 WRK-QTD-PEDLIDOS PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-EMBTOT   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-OCOTOT   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-FATTOT   PIC 9(06)     VALUE ZEROS.
       77 WRK-PERCENT      PIC 9(05)V99  VALUE ZEROS.
       77 WRK-POR100       PIC 9(05)V99  VALUE ZEROS.
       77 WRK-MEDIA        PIC 9(05)V9   VALUE ZEROS.
       77 WRK-VARIACAO     PIC S9(05)V99 VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-QTD-ED       PIC ZZZZ9.
       77 WRK-QTD2-ED      PIC ZZZZ9.
       77 WRK-QTD3-ED      PIC ZZZZ9.
       77 WRK-PERCENT-ED   PIC ZZ9,99.
       77 WRK-POR100-ED    PIC ZZZZ9,99.
       77 WRK-MEDIA-ED     PIC ZZZ9,9.
       77 WRK-VARIACAO-ED  PIC -ZZZZ9,99.
       77 WRK-DIFERENCA-ED PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-COBRADO-ED   PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ESPERADO-ED  PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-POSICAO-ED   PIC Z9.
       01 WRK-MOT-TAB.
          02 WRK-MOT-ITEM OCCURS 20 TIMES.
             03 WRK-MOT-COD   PIC X(02).
             03 WRK-MOT-DESC  PIC X(30).
       01 WRK-TRANSP-TAB.
          02 WRK-CR-ITEM OCCURS 15 TIMES.
             03 WRK-CR-COD       PIC X(03).
             03 WRK-CR-NOME      PIC X(20).
             03 WRK-CR-UF        PIC X(02) OCCURS 10 TIMES.
             03 WRK-CR-EMB       PIC 9(05).
             03 WRK-CR-ENTREG    PIC 9(05).
             03 WRK-CR-NOPRAZO   PIC 9(05).
             03 WRK-CR-ATRAS     PIC 9(05).
             03 WRK-CR-DIASATR   PIC 9(07).
             03 WRK-CR-OCORR     PIC 9(05).
             03 WRK-CR-OCMOT     PIC 9(05) OCCURS 21 TIMES.
             03 WRK-CR-QTDFAT    PIC 9(05).
             03 WRK-CR-COBRADO   PIC 9(10)V99.
             03 WRK-CR-ESPERADO  PIC 9(10)V99.
       01 WRK-PAR-TAB.
          02 WRK-PR-ITEM OCCURS 300 TIMES.
             03 WRK-PR-TRANSP    PIC 9(02).
             03 WRK-PR-UF        PIC X(02).
             03 WRK-PR-EMB       PIC 9(05).
             03 WRK-PR-ENTREG    PIC 9(05).
             03 WRK-PR-NOPRAZO   PIC 9(05).
             03 WRK-PR-ATRAS     PIC 9(05).
             03 WRK-PR-DIASATR   PIC 9(07).
             03 WRK-PR-OCORR     PIC 9(05).
       01 WRK-UF-TAB.
          02 WRK-UF-COD       PIC X(02) OCCURS 30 TIMES.
       01 WRK-RANK-TAB.
          02 WRK-RANK-ITEM OCCURS 15 TIMES.
             03 WRK-RK-TRANSP    PIC 9(02).
             03 WRK-RK-EMB       PIC 9(05).
             03 WRK-RK-ENTREG    PIC 9(05).
             03 WRK-RK-PCT       PIC 9(05)V99.
             03 WRK-RK-MEDIA     PIC 9(05)V9.
             03 WRK-RK-POR100    PIC 9(05)V99.
       01 WRK-RANK-AUX.
          02 WRK-AUX-TRANSP      PIC 9(02).
          02 WRK-AUX-EMB         PIC 9(05).
          02 WRK-AUX-ENTREG      PIC 9(05).
          02 WRK-AUX-PCT         PIC 9(05)V99.
          02 WRK-AUX-MEDIA       PIC 9(05)V9.
          02 WRK-AUX-POR100      PIC 9(05)V99.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'N' TO WRK-PERIODO-OK.
           PERFORM UNTIL WRK-PERIODO-OK = 'S'
              DISPLAY ' MES DE REFERENCIA (AAAAMM)?'
              ACCEPT WRK-COMPETENCIA
              IF WRK-COMPETENCIA IS NUMERIC
                    AND WRK-COMP-ANO > 0
                    AND WRK-COMP-MES >= 1 AND WRK-COMP-MES <= 12
                 MOVE 'S' TO WRK-PERIODO-OK
              ELSE
                 DISPLAY 'MES DE REFERENCIA INVALIDO.'
              END-IF
           END-PERFORM.
           OPEN INPUT ARQ-PEDIDMF.
           IF WRK-FS-PEDIDMF NOT = '00'
              DISPLAY 'CADASTRO DE PEDIDOS NAO ENCONTRADO.'
              GOBACK
           END-IF.
           MOVE 'N' TO WRK-EMBARQMF-OK WRK-OCORRMF-OK
              WRK-TRANSFAT-OK.
           OPEN INPUT ARQ-EMBARQUES.
           IF WRK-FS-EMBARQUES = '00'
              MOVE 'S' TO WRK-EMBARQMF-OK
           END-IF.
           OPEN INPUT ARQ-OCORRENCIAS.
           IF WRK-FS-OCORRENCIAS = '00'
              MOVE 'S' TO WRK-OCORRMF-OK
           END-IF.
           OPEN INPUT ARQ-FATTRANSP.
           IF WRK-FS-FATTRANSP = '00'
              MOVE 'S' TO WRK-TRANSFAT-OK
           END-IF.
           PERFORM 0000-CARREGARMOTIVOS.
           PERFORM 0002-CARREGARTRANSP.
           PERFORM 0003-APURAREMBARQUES.
           IF WRK-OCORRMF-OK = 'S'
              PERFORM 0004-APURAROCORRENCIAS
              CLOSE ARQ-OCORRENCIAS
           END-IF.
           IF WRK-TRANSFAT-OK = 'S'
              PERFORM 0005-APURARCOBRANCA
              CLOSE ARQ-FATTRANSP
           END-IF.
           IF WRK-EMBARQMF-OK = 'S'
              CLOSE ARQ-EMBARQUES
           END-IF.
           CLOSE ARQ-PEDIDMF.
           OPEN OUTPUT ARQ-RELCORE.
           PERFORM 0006-IMPRIMIRSCORECARD.
           PERFORM 0007-IMPRIMIRRANKING.
           CLOSE ARQ-RELCORE.
           DISPLAY 'EMBARQUES APURADOS .. ' WRK-QTD-EMBTOT.
           DISPLAY 'OCORRENCIAS ......... ' WRK-QTD-OCOTOT.
           DISPLAY 'COBRANCAS CONFERIDAS  ' WRK-QTD-FATTOT.
           DISPLAY 'RELATORIO GRAVADO EM TRANSCOR.TXT'.
           MOVE 'TRANSCOR.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'DESEMPENHO TRANSP MES ' WRK-COMPETENCIA
              ' EMB=' WRK-QTD-EMBTOT
              ' OCORR=' WRK-QTD-OCOTOT
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.
           GOBACK.

       0002-CARREGARTRANSP.
           MOVE ZEROS TO WRK-QTD-TRANSP.
           OPEN INPUT ARQ-TRANSPORTES.
           IF WRK-FS-TRANSPORTES = '00'
              MOVE LOW-VALUES TO REG-TP-COD
              START ARQ-TRANSPORTES KEY IS NOT LESS THAN REG-TP-COD
                 INVALID KEY
                    MOVE '10' TO WRK-FS-TRANSPORTES
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-TRANSPORTES
              END-START
              PERFORM 0000-LERTRANSP
                 UNTIL WRK-FS-TRANSPORTES = '10'
              CLOSE ARQ-TRANSPORTES
           END-IF.
           MOVE WRK-QTD-TRANSP TO WRK-QTD-CAD.

       0000-LERTRANSP.
           READ ARQ-TRANSPORTES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-TRANSPORTES
              NOT AT END
                 IF WRK-QTD-TRANSP < 10
                    ADD 1 TO WRK-QTD-TRANSP
                    MOVE WRK-QTD-TRANSP TO WRK-TR-IDX
                    PERFORM 0000-ZERARTRANSP
                    MOVE REG-TP-COD TO WRK-CR-COD(WRK-TR-IDX)
                    MOVE REG-TP-NOME TO WRK-CR-NOME(WRK-TR-IDX)
                    PERFORM VARYING WRK-TRUF-IDX FROM 1 BY 1
                          UNTIL WRK-TRUF-IDX > 10
                       MOVE REG-TP-UF(WRK-TRUF-IDX)
                          TO WRK-CR-UF(WRK-TR-IDX, WRK-TRUF-IDX)
                    END-PERFORM
                 END-IF
           END-READ.

       0000-ZERARTRANSP.
           MOVE SPACES TO WRK-CR-COD(WRK-TR-IDX)
              WRK-CR-NOME(WRK-TR-IDX).
           MOVE ZEROS TO WRK-CR-EMB(WRK-TR-IDX)
              WRK-CR-ENTREG(WRK-TR-IDX) WRK-CR-NOPRAZO(WRK-TR-IDX)
              WRK-CR-ATRAS(WRK-TR-IDX) WRK-CR-DIASATR(WRK-TR-IDX)
              WRK-CR-OCORR(WRK-TR-IDX) WRK-CR-QTDFAT(WRK-TR-IDX)
              WRK-CR-COBRADO(WRK-TR-IDX) WRK-CR-ESPERADO(WRK-TR-IDX).
           PERFORM VARYING WRK-TRUF-IDX FROM 1 BY 1
                 UNTIL WRK-TRUF-IDX > 10
              MOVE SPACES TO WRK-CR-UF(WRK-TR-IDX, WRK-TRUF-IDX)
           END-PERFORM.
           PERFORM VARYING WRK-MOT-IDX FROM 1 BY 1
                 UNTIL WRK-MOT-IDX > 21
              MOVE ZEROS TO WRK-CR-OCMOT(WRK-TR-IDX, WRK-MOT-IDX)
           END-PERFORM.

       0000-BUSCARTRANSP.
           MOVE 'N' TO WRK-TR-ACHADA.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                 UNTIL WRK-TR-IDX > WRK-QTD-TRANSP
                    OR WRK-TR-ACHADA = 'S'
              IF WRK-CR-COD(WRK-TR-IDX) = WRK-EV-TRANSP
                 MOVE 'S' TO WRK-TR-ACHADA
              END-IF
           END-PERFORM.
           IF WRK-TR-ACHADA = 'S'
              SUBTRACT 1 FROM WRK-TR-IDX
           ELSE
              IF WRK-QTD-TRANSP < 15
                 ADD 1 TO WRK-QTD-TRANSP
                 MOVE WRK-QTD-TRANSP TO WRK-TR-IDX
                 PERFORM 0000-ZERARTRANSP
                 MOVE WRK-EV-TRANSP TO WRK-CR-COD(WRK-TR-IDX)
                 IF WRK-EV-TRANSP = SPACES
                    MOVE 'SEM TRANSPORTADORA'
                       TO WRK-CR-NOME(WRK-TR-IDX)
                 ELSE
                    MOVE 'NAO CADASTRADA' TO WRK-CR-NOME(WRK-TR-IDX)
                 END-IF
                 MOVE 'S' TO WRK-TR-ACHADA
              END-IF
           END-IF.

       0000-BUSCARPAR.
           MOVE 'N' TO WRK-PAR-ACHADO.
           PERFORM VARYING WRK-PAR-IDX FROM 1 BY 1
                 UNTIL WRK-PAR-IDX > WRK-QTD-PAR
                    OR WRK-PAR-ACHADO = 'S'
              IF WRK-PR-TRANSP(WRK-PAR-IDX) = WRK-TR-IDX
                    AND WRK-PR-UF(WRK-PAR-IDX) = WRK-EV-UF
                 MOVE 'S' TO WRK-PAR-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-PAR-ACHADO = 'S'
              SUBTRACT 1 FROM WRK-PAR-IDX
           ELSE
              IF WRK-QTD-PAR < 300
                 ADD 1 TO WRK-QTD-PAR
                 MOVE WRK-QTD-PAR TO WRK-PAR-IDX
                 MOVE WRK-TR-IDX TO WRK-PR-TRANSP(WRK-PAR-IDX)
                 MOVE WRK-EV-UF TO WRK-PR-UF(WRK-PAR-IDX)
                 MOVE ZEROS TO WRK-PR-EMB(WRK-PAR-IDX)
                    WRK-PR-ENTREG(WRK-PAR-IDX)
                    WRK-PR-NOPRAZO(WRK-PAR-IDX)
                    WRK-PR-ATRAS(WRK-PAR-IDX)
                    WRK-PR-DIASATR(WRK-PAR-IDX)
                    WRK-PR-OCORR(WRK-PAR-IDX)
                 MOVE 'S' TO WRK-PAR-ACHADO
              END-IF
           END-IF.

       0003-APURAREMBARQUES.
           MOVE ZEROS TO WRK-QTD-PAR WRK-QTD-EMBTOT WRK-QTD-PEDLIDOS.
           MOVE ZEROS TO REG-PE-NUMERO.
           START ARQ-PEDIDMF KEY IS NOT LESS THAN REG-PE-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PEDIDMF
           END-START.
           PERFORM 0000-LERPEDIDO
              UNTIL WRK-FS-PEDIDMF = '10'.
           MOVE '00' TO WRK-FS-PEDIDMF.

       0000-LERPEDIDO.
           READ ARQ-PEDIDMF NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT AT END
                 IF REG-PE-STATUS NOT = 'C'
                    ADD 1 TO WRK-QTD-PEDLIDOS
                    PERFORM 0000-APURARPEDIDO
                 END-IF
           END-READ.

       0000-APURARPEDIDO.
           MOVE 'N' TO WRK-TEM-EMBARQUE.
           IF WRK-EMBARQMF-OK = 'S'
              MOVE REG-PE-NUMERO TO REG-EM-PEDIDO
              MOVE ZEROS TO REG-EM-SEQ
              MOVE 'N' TO WRK-FIM-EMBARQUE
              START ARQ-EMBARQUES KEY IS NOT LESS THAN REG-EM-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-EMBARQUE
              END-START
              PERFORM 0000-LEREMBARQUE
                 UNTIL WRK-FIM-EMBARQUE = 'S'
           END-IF.
           MOVE REG-PE-DATAEMB TO WRK-DATAREF-N.
           IF WRK-TEM-EMBARQUE = 'N'
                 AND WRK-DATAREF-MES = WRK-COMPETENCIA-N
              MOVE REG-PE-TRANSP TO WRK-EV-TRANSP
              MOVE REG-PE-UF TO WRK-EV-UF
              MOVE REG-PE-DATAPROMET TO WRK-EV-PROMET
              MOVE REG-PE-DATAENTREGA TO WRK-EV-ENTREGA
              PERFORM 0000-REGISTRAREMBARQUE
           END-IF.

       0000-LEREMBARQUE.
           READ ARQ-EMBARQUES NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-EMBARQUE
              NOT AT END
                 IF REG-EM-PEDIDO NOT = REG-PE-NUMERO
                    MOVE 'S' TO WRK-FIM-EMBARQUE
                 ELSE
                    MOVE 'S' TO WRK-TEM-EMBARQUE
                    MOVE REG-EM-DATAEMB TO WRK-DATAREF-N
                    IF WRK-DATAREF-MES = WRK-COMPETENCIA-N
                       MOVE REG-EM-TRANSP TO WRK-EV-TRANSP
                       MOVE REG-PE-UF TO WRK-EV-UF
                       MOVE REG-PE-DATAPROMET TO WRK-EV-PROMET
                       MOVE REG-EM-DATAENTREGA TO WRK-EV-ENTREGA
                       PERFORM 0000-REGISTRAREMBARQUE
                    END-IF
                 END-IF
           END-READ.

       0000-REGISTRAREMBARQUE.
           PERFORM 0000-BUSCARTRANSP.
           IF WRK-TR-ACHADA = 'S'
              PERFORM 0000-BUSCARPAR
              ADD 1 TO WRK-QTD-EMBTOT
              ADD 1 TO WRK-CR-EMB(WRK-TR-IDX)
              IF WRK-PAR-ACHADO = 'S'
                 ADD 1 TO WRK-PR-EMB(WRK-PAR-IDX)
              END-IF
              IF WRK-EV-ENTREGA > 0
                 PERFORM 0000-AVALIARENTREGA
              END-IF
           END-IF.

       0000-AVALIARENTREGA.
           ADD 1 TO WRK-CR-ENTREG(WRK-TR-IDX).
           IF WRK-PAR-ACHADO = 'S'
              ADD 1 TO WRK-PR-ENTREG(WRK-PAR-IDX)
           END-IF.
           IF WRK-EV-PROMET = 0 OR WRK-EV-ENTREGA <= WRK-EV-PROMET
              ADD 1 TO WRK-CR-NOPRAZO(WRK-TR-IDX)
              IF WRK-PAR-ACHADO = 'S'
                 ADD 1 TO WRK-PR-NOPRAZO(WRK-PAR-IDX)
              END-IF
           ELSE
              MOVE 'D' TO WRK-SRV-FUNCAO
              MOVE WRK-EV-PROMET TO WRK-SRV-DATA1
              MOVE WRK-EV-ENTREGA TO WRK-SRV-DATA2
              CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
                 WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO
              IF WRK-SRV-NUMERO < 0
                 MOVE ZEROS TO WRK-SRV-NUMERO
              END-IF
              ADD 1 TO WRK-CR-ATRAS(WRK-TR-IDX)
              ADD WRK-SRV-NUMERO TO WRK-CR-DIASATR(WRK-TR-IDX)
              IF WRK-PAR-ACHADO = 'S'
                 ADD 1 TO WRK-PR-ATRAS(WRK-PAR-IDX)
                 ADD WRK-SRV-NUMERO TO WRK-PR-DIASATR(WRK-PAR-IDX)
              END-IF
           END-IF.

       0004-APURAROCORRENCIAS.
           MOVE ZEROS TO WRK-QTD-OCOTOT.
           MOVE LOW-VALUES TO REG-OC-CHAVE.
           START ARQ-OCORRENCIAS KEY IS NOT LESS THAN REG-OC-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-OCORRENCIAS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-OCORRENCIAS
           END-START.
           PERFORM 0000-LEROCORRENCIA
              UNTIL WRK-FS-OCORRENCIAS = '10'.
           MOVE '00' TO WRK-FS-OCORRENCIAS.

       0000-LEROCORRENCIA.
           READ ARQ-OCORRENCIAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-OCORRENCIAS
              NOT AT END
                 MOVE REG-OC-DATA TO WRK-DATAREF-N
                 IF WRK-DATAREF-MES = WRK-COMPETENCIA-N
                    MOVE REG-OC-PEDIDO TO REG-PE-NUMERO
                    READ ARQ-PEDIDMF
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          PERFORM 0000-REGISTRAROCORRENCIA
                    END-READ
                 END-IF
           END-READ.

       0000-REGISTRAROCORRENCIA.
           MOVE REG-PE-TRANSP TO WRK-EV-TRANSP.
           MOVE REG-PE-UF TO WRK-EV-UF.
           PERFORM 0000-BUSCARTRANSP.
           IF WRK-TR-ACHADA = 'S'
              ADD 1 TO WRK-QTD-OCOTOT
              ADD 1 TO WRK-CR-OCORR(WRK-TR-IDX)
              PERFORM VARYING WRK-MOT-IDX FROM 1 BY 1
                    UNTIL WRK-MOT-IDX > WRK-QTD-MOTIVOS
                       OR WRK-MOT-COD(WRK-MOT-IDX) = REG-OC-MOTIVO
                 CONTINUE
              END-PERFORM
              IF WRK-MOT-IDX > WRK-QTD-MOTIVOS
                 MOVE 21 TO WRK-MOT-IDX
              END-IF
              ADD 1 TO WRK-CR-OCMOT(WRK-TR-IDX, WRK-MOT-IDX)
              PERFORM 0000-BUSCARPAR
              IF WRK-PAR-ACHADO = 'S'
                 ADD 1 TO WRK-PR-OCORR(WRK-PAR-IDX)
              END-IF
           END-IF.

       0005-APURARCOBRANCA.
           MOVE ZEROS TO WRK-QTD-FATTOT.
           PERFORM 0000-LERCOBRANCA
              UNTIL WRK-FS-FATTRANSP = '10'.

       0000-LERCOBRANCA.
           READ ARQ-FATTRANSP
              AT END
                 MOVE '10' TO WRK-FS-FATTRANSP
              NOT AT END
                 MOVE REG-FT-PEDIDO TO REG-PE-NUMERO
                 READ ARQ-PEDIDMF
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM 0000-REGISTRARCOBRANCA
                 END-READ
           END-READ.

       0000-REGISTRARCOBRANCA.
           MOVE REG-PE-DATAEMB TO WRK-DATAREF-N.
           IF WRK-DATAREF-MES = WRK-COMPETENCIA-N
              MOVE REG-FT-TRANSP TO WRK-EV-TRANSP
              PERFORM 0000-BUSCARTRANSP
              IF WRK-TR-ACHADA = 'S'
                 ADD 1 TO WRK-QTD-FATTOT
                 ADD 1 TO WRK-CR-QTDFAT(WRK-TR-IDX)
                 ADD REG-FT-VALOR TO WRK-CR-COBRADO(WRK-TR-IDX)
                 ADD REG-PE-FRETE TO WRK-CR-ESPERADO(WRK-TR-IDX)
              END-IF
           END-IF.

       0006-IMPRIMIRSCORECARD.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DESEMPENHO DE TRANSPORTADORAS - MES '
              WRK-COMPETENCIA ' EMISSAO ' WRK-DATASISTEMA
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCORE FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELCORE FROM WRK-LINHA.
           IF WRK-QTD-TRANSP = 0
              MOVE 'NENHUMA TRANSPORTADORA COM MOVIMENTO NO MES.'
                 TO WRK-LINHA
              WRITE REG-RELCORE FROM WRK-LINHA
           END-IF.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                 UNTIL WRK-TR-IDX > WRK-QTD-TRANSP
              PERFORM 0000-IMPRIMIRTRANSP
           END-PERFORM.

       0000-IMPRIMIRTRANSP.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TRANSPORTADORA ' WRK-CR-COD(WRK-TR-IDX)
              ' ' WRK-CR-NOME(WRK-TR-IDX)
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCORE FROM WRK-LINHA.
           MOVE ZEROS TO WRK-PERCENT WRK-MEDIA WRK-POR100.
           IF WRK-CR-ENTREG(WRK-TR-IDX) > 0
              COMPUTE WRK-PERCENT ROUNDED =
                 WRK-CR-NOPRAZO(WRK-TR-IDX) * 100
                 / WRK-CR-ENTREG(WRK-TR-IDX)
           END-IF.
           IF WRK-CR-ATRAS(WRK-TR-IDX) > 0
              COMPUTE WRK-MEDIA ROUNDED =
                 WRK-CR-DIASATR(WRK-TR-IDX) / WRK-CR-ATRAS(WRK-TR-IDX)
           END-IF.
           IF WRK-CR-EMB(WRK-TR-IDX) > 0
              COMPUTE WRK-POR100 ROUNDED =
                 WRK-CR-OCORR(WRK-TR-IDX) * 100
                 / WRK-CR-EMB(WRK-TR-IDX)
           END-IF.
           MOVE WRK-CR-EMB(WRK-TR-IDX) TO WRK-QTD-ED.
           MOVE WRK-CR-ENTREG(WRK-TR-IDX) TO WRK-QTD2-ED.
           MOVE WRK-CR-NOPRAZO(WRK-TR-IDX) TO WRK-QTD3-ED.
           MOVE WRK-PERCENT TO WRK-PERCENT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  EMBARQUES=' WRK-QTD-ED
              ' ENTREGUES=' WRK-QTD2-ED
              ' NO PRAZO=' WRK-QTD3-ED
              ' PONTUALIDADE=' WRK-PERCENT-ED '%'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCORE FROM WRK-LINHA.
           MOVE WRK-CR-ATRAS(WRK-TR-IDX) TO WRK-QTD-ED.
           MOVE WRK-MEDIA TO WRK-MEDIA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  ENTREGAS ATRASADAS=' WRK-QTD-ED
              ' ATRASO MEDIO=' WRK-MEDIA-ED ' DIAS'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCORE FROM WRK-LINHA.
           MOVE WRK-CR-OCORR(WRK-TR-IDX) TO WRK-QTD-ED.
           MOVE WRK-POR100 TO WRK-POR100-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  OCORRENCIAS=' WRK-QTD-ED
              ' POR 100 EMBARQUES=' WRK-POR100-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCORE FROM WRK-LINHA.
           PERFORM VARYING WRK-MOT-IDX FROM 1 BY 1
                 UNTIL WRK-MOT-IDX > 21
              IF WRK-CR-OCMOT(WRK-TR-IDX, WRK-MOT-IDX) > 0
                 PERFORM 0000-IMPRIMIRMOTIVO
              END-IF
           END-PERFORM.
           PERFORM 0000-IMPRIMIRCOBRANCA.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELCORE FROM WRK-LINHA.

       0000-IMPRIMIRMOTIVO.
           MOVE ZEROS TO WRK-POR100.
           IF WRK-CR-EMB(WRK-TR-IDX) > 0
              COMPUTE WRK-POR100 ROUNDED =
                 WRK-CR-OCMOT(WRK-TR-IDX, WRK-MOT-IDX) * 100
                 / WRK-CR-EMB(WRK-TR-IDX)
           END-IF.
           MOVE WRK-CR-OCMOT(WRK-TR-IDX, WRK-MOT-IDX) TO WRK-QTD-ED.
           MOVE WRK-POR100 TO WRK-POR100-ED.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-MOT-IDX = 21
              STRING '    ?? MOTIVO NAO CADASTRADO          '
                 ' QTD=' WRK-QTD-ED
                 ' POR 100=' WRK-POR100-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              STRING '    ' WRK-MOT-COD(WRK-MOT-IDX)
                 ' ' WRK-MOT-DESC(WRK-MOT-IDX)
                 '  QTD=' WRK-QTD-ED
                 ' POR 100=' WRK-POR100-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELCORE FROM WRK-LINHA.

       0000-IMPRIMIRCOBRANCA.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-CR-QTDFAT(WRK-TR-IDX) = 0
              MOVE '  FRETE COBRADO: SEM COBRANCA NO MES.' TO WRK-LINHA
           ELSE
              COMPUTE WRK-DIFERENCA = WRK-CR-COBRADO(WRK-TR-IDX)
                 - WRK-CR-ESPERADO(WRK-TR-IDX)
              MOVE ZEROS TO WRK-VARIACAO
              IF WRK-CR-ESPERADO(WRK-TR-IDX) > 0
                 COMPUTE WRK-VARIACAO ROUNDED =
                    WRK-DIFERENCA * 100 / WRK-CR-ESPERADO(WRK-TR-IDX)
              END-IF
              MOVE WRK-CR-COBRADO(WRK-TR-IDX) TO WRK-COBRADO-ED
              MOVE WRK-CR-ESPERADO(WRK-TR-IDX) TO WRK-ESPERADO-ED
              MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED
              MOVE WRK-VARIACAO TO WRK-VARIACAO-ED
              STRING '  FRETE COBRADO=' WRK-COBRADO-ED
                 ' ESPERADO=' WRK-ESPERADO-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELCORE FROM WRK-LINHA
              MOVE WRK-CR-QTDFAT(WRK-TR-IDX) TO WRK-QTD-ED
              MOVE SPACES TO WRK-LINHA
              STRING '  COBRANCAS=' WRK-QTD-ED
                 ' VARIACAO=' WRK-DIFERENCA-ED
                 ' (' WRK-VARIACAO-ED '%)'
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELCORE FROM WRK-LINHA.

       0007-IMPRIMIRRANKING.
           MOVE ZEROS TO WRK-QTD-UF.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                 UNTIL WRK-TR-IDX > WRK-QTD-CAD
              PERFORM VARYING WRK-TRUF-IDX FROM 1 BY 1
                    UNTIL WRK-TRUF-IDX > 10
                 IF WRK-CR-UF(WRK-TR-IDX, WRK-TRUF-IDX) NOT = SPACES
                    MOVE WRK-CR-UF(WRK-TR-IDX, WRK-TRUF-IDX)
                       TO WRK-UF-ATUAL
                    PERFORM 0000-REGISTRARUF
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WRK-PAR-IDX FROM 1 BY 1
                 UNTIL WRK-PAR-IDX > WRK-QTD-PAR
              IF WRK-PR-UF(WRK-PAR-IDX) NOT = SPACES
                 MOVE WRK-PR-UF(WRK-PAR-IDX) TO WRK-UF-ATUAL
                 PERFORM 0000-REGISTRARUF
              END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELCORE FROM WRK-LINHA.
           MOVE 'CLASSIFICACAO DAS TRANSPORTADORAS POR UF'
              TO WRK-LINHA.
           WRITE REG-RELCORE FROM WRK-LINHA.
           MOVE '(PONTUALIDADE, OCORRENCIAS POR 100 E ATRASO MEDIO)'
              TO WRK-LINHA.
           WRITE REG-RELCORE FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELCORE FROM WRK-LINHA.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
                 UNTIL WRK-UF-IDX > WRK-QTD-UF
              MOVE WRK-UF-COD(WRK-UF-IDX) TO WRK-UF-ATUAL
              PERFORM 0000-CLASSIFICARUF
           END-PERFORM.

       0000-REGISTRARUF.
           MOVE 'N' TO WRK-UF-ACHADA.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
                 UNTIL WRK-UF-IDX > WRK-QTD-UF
                    OR WRK-UF-ACHADA = 'S'
              IF WRK-UF-COD(WRK-UF-IDX) = WRK-UF-ATUAL
                 MOVE 'S' TO WRK-UF-ACHADA
              END-IF
           END-PERFORM.
           IF WRK-UF-ACHADA = 'N' AND WRK-QTD-UF < 30
              ADD 1 TO WRK-QTD-UF
              MOVE WRK-UF-ATUAL TO WRK-UF-COD(WRK-QTD-UF)
           END-IF.

       0000-CLASSIFICARUF.
           MOVE ZEROS TO WRK-QTD-RANK.
           MOVE SPACES TO WRK-PADRAO-UF.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                 UNTIL WRK-TR-IDX > WRK-QTD-TRANSP
              MOVE 'N' TO WRK-ATENDE
              IF WRK-TR-IDX <= WRK-QTD-CAD
                 PERFORM VARYING WRK-TRUF-IDX FROM 1 BY 1
                       UNTIL WRK-TRUF-IDX > 10
                    IF WRK-CR-UF(WRK-TR-IDX, WRK-TRUF-IDX)
                          = WRK-UF-ATUAL
                       MOVE 'S' TO WRK-ATENDE
                    END-IF
                 END-PERFORM
              END-IF
              IF WRK-ATENDE = 'S' AND WRK-PADRAO-UF = SPACES
                 MOVE WRK-CR-COD(WRK-TR-IDX) TO WRK-PADRAO-UF
              END-IF
              MOVE WRK-UF-ATUAL TO WRK-EV-UF
              PERFORM 0000-LOCALIZARPAR
              IF WRK-ATENDE = 'S' OR WRK-PAR-ACHADO = 'S'
                 PERFORM 0000-INCLUIRRANK
              END-IF
           END-PERFORM.
           PERFORM 0000-ORDENARRANK.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-PADRAO-UF = SPACES
              STRING 'UF ' WRK-UF-ATUAL
                 '  (SEM TRANSPORTADORA CADASTRADA PARA A UF)'
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              STRING 'UF ' WRK-UF-ATUAL
                 '  PADRAO ATUAL=' WRK-PADRAO-UF
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELCORE FROM WRK-LINHA.
           PERFORM VARYING WRK-RANK-IDX FROM 1 BY 1
                 UNTIL WRK-RANK-IDX > WRK-QTD-RANK
              PERFORM 0000-IMPRIMIRRANK
           END-PERFORM.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELCORE FROM WRK-LINHA.

       0000-LOCALIZARPAR.
           MOVE 'N' TO WRK-PAR-ACHADO.
           PERFORM VARYING WRK-PAR-IDX FROM 1 BY 1
                 UNTIL WRK-PAR-IDX > WRK-QTD-PAR
                    OR WRK-PAR-ACHADO = 'S'
              IF WRK-PR-TRANSP(WRK-PAR-IDX) = WRK-TR-IDX
                    AND WRK-PR-UF(WRK-PAR-IDX) = WRK-EV-UF
                 MOVE 'S' TO WRK-PAR-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-PAR-ACHADO = 'S'
              SUBTRACT 1 FROM WRK-PAR-IDX
           END-IF.

       0000-INCLUIRRANK.
           ADD 1 TO WRK-QTD-RANK.
           MOVE WRK-TR-IDX TO WRK-RK-TRANSP(WRK-QTD-RANK).
           MOVE ZEROS TO WRK-RK-EMB(WRK-QTD-RANK)
              WRK-RK-ENTREG(WRK-QTD-RANK) WRK-RK-PCT(WRK-QTD-RANK)
              WRK-RK-MEDIA(WRK-QTD-RANK) WRK-RK-POR100(WRK-QTD-RANK).
           IF WRK-PAR-ACHADO = 'S'
              MOVE WRK-PR-EMB(WRK-PAR-IDX) TO WRK-RK-EMB(WRK-QTD-RANK)
              MOVE WRK-PR-ENTREG(WRK-PAR-IDX)
                 TO WRK-RK-ENTREG(WRK-QTD-RANK)
              IF WRK-PR-ENTREG(WRK-PAR-IDX) > 0
                 COMPUTE WRK-RK-PCT(WRK-QTD-RANK) ROUNDED =
                    WRK-PR-NOPRAZO(WRK-PAR-IDX) * 100
                    / WRK-PR-ENTREG(WRK-PAR-IDX)
              END-IF
              IF WRK-PR-ATRAS(WRK-PAR-IDX) > 0
                 COMPUTE WRK-RK-MEDIA(WRK-QTD-RANK) ROUNDED =
                    WRK-PR-DIASATR(WRK-PAR-IDX)
                    / WRK-PR-ATRAS(WRK-PAR-IDX)
              END-IF
              IF WRK-PR-EMB(WRK-PAR-IDX) > 0
                 COMPUTE WRK-RK-POR100(WRK-QTD-RANK) ROUNDED =
                    WRK-PR-OCORR(WRK-PAR-IDX) * 100
                    / WRK-PR-EMB(WRK-PAR-IDX)
              END-IF
           END-IF.

       0000-ORDENARRANK.
           MOVE 'S' TO WRK-TROCOU.
           PERFORM UNTIL WRK-TROCOU = 'N'
              MOVE 'N' TO WRK-TROCOU
              PERFORM VARYING WRK-RANK-IDX FROM 1 BY 1
                    UNTIL WRK-RANK-IDX >= WRK-QTD-RANK
                 COMPUTE WRK-RANK-IDX2 = WRK-RANK-IDX + 1
                 PERFORM 0000-COMPARARRANK
                 IF WRK-TROCAR = 'S'
                    MOVE WRK-RANK-ITEM(WRK-RANK-IDX)
                       TO WRK-RANK-AUX
                    MOVE WRK-RANK-ITEM(WRK-RANK-IDX2)
                       TO WRK-RANK-ITEM(WRK-RANK-IDX)
                    MOVE WRK-RANK-AUX
                       TO WRK-RANK-ITEM(WRK-RANK-IDX2)
                    MOVE 'S' TO WRK-TROCOU
                 END-IF
              END-PERFORM
           END-PERFORM.

       0000-COMPARARRANK.
           MOVE 'N' TO WRK-TROCAR.
           EVALUATE TRUE
           WHEN WRK-RK-ENTREG(WRK-RANK-IDX) = 0
                 AND WRK-RK-ENTREG(WRK-RANK-IDX2) > 0
              MOVE 'S' TO WRK-TROCAR
           WHEN WRK-RK-ENTREG(WRK-RANK-IDX) > 0
                 AND WRK-RK-ENTREG(WRK-RANK-IDX2) = 0
              CONTINUE
           WHEN WRK-RK-PCT(WRK-RANK-IDX2) > WRK-RK-PCT(WRK-RANK-IDX)
              MOVE 'S' TO WRK-TROCAR
           WHEN WRK-RK-PCT(WRK-RANK-IDX2) < WRK-RK-PCT(WRK-RANK-IDX)
              CONTINUE
           WHEN WRK-RK-POR100(WRK-RANK-IDX2)
                 < WRK-RK-POR100(WRK-RANK-IDX)
              MOVE 'S' TO WRK-TROCAR
           WHEN WRK-RK-POR100(WRK-RANK-IDX2)
                 > WRK-RK-POR100(WRK-RANK-IDX)
              CONTINUE
           WHEN WRK-RK-MEDIA(WRK-RANK-IDX2) < WRK-RK-MEDIA(WRK-RANK-IDX)
              MOVE 'S' TO WRK-TROCAR
           END-EVALUATE.

       0000-IMPRIMIRRANK.
           MOVE WRK-RK-TRANSP(WRK-RANK-IDX) TO WRK-TR-IDX.
           MOVE WRK-RANK-IDX TO WRK-POSICAO-ED.
           MOVE WRK-RK-EMB(WRK-RANK-IDX) TO WRK-QTD-ED.
           MOVE WRK-RK-PCT(WRK-RANK-IDX) TO WRK-PERCENT-ED.
           MOVE WRK-RK-MEDIA(WRK-RANK-IDX) TO WRK-MEDIA-ED.
           MOVE WRK-RK-POR100(WRK-RANK-IDX) TO WRK-POR100-ED.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-RK-ENTREG(WRK-RANK-IDX) = 0
              STRING '  ' WRK-POSICAO-ED '. ' WRK-CR-COD(WRK-TR-IDX)
                 ' ' WRK-CR-NOME(WRK-TR-IDX)
                 ' EMB=' WRK-QTD-ED
                 ' SEM ENTREGAS NO MES'
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              STRING '  ' WRK-POSICAO-ED '. ' WRK-CR-COD(WRK-TR-IDX)
                 ' ' WRK-CR-NOME(WRK-TR-IDX)
                 ' EMB=' WRK-QTD-ED
                 ' PONT=' WRK-PERCENT-ED '%'
                 ' ATR=' WRK-MEDIA-ED
                 ' OC/100=' WRK-POR100-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           IF WRK-CR-COD(WRK-TR-IDX) = WRK-PADRAO-UF
              MOVE '*' TO WRK-LINHA(1:1)
           END-IF.
           WRITE REG-RELCORE FROM WRK-LINHA.

       0000-CARREGARMOTIVOS.
           MOVE ZEROS TO WRK-QTD-MOTIVOS.
           OPEN INPUT ARQ-MOTIVOS.
           IF WRK-FS-MOTIVOS = '00'
              PERFORM 0000-LERMOTIVO
                 UNTIL WRK-FS-MOTIVOS = '10'
              CLOSE ARQ-MOTIVOS
           END-IF.

       0000-LERMOTIVO.
           READ ARQ-MOTIVOS
              AT END
                 MOVE '10' TO WRK-FS-MOTIVOS
              NOT AT END
                 IF WRK-QTD-MOTIVOS < 20
                    ADD 1 TO WRK-QTD-MOTIVOS
                    MOVE REG-MO-COD
                       TO WRK-MOT-COD(WRK-QTD-MOTIVOS)
                    MOVE REG-MO-DESCRICAO
                       TO WRK-MOT-DESC(WRK-QTD-MOTIVOS)
                 END-IF
           END-READ.
