               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PE-NUMERO
               FILE STATUS IS WRK-FS-PEDIDMF.
           SELECT ARQ-SINISTROS ASSIGN TO "SINISTMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SN-NUMERO
               FILE STATUS IS WRK-FS-SINISTROS.
           SELECT ARQ-RELACERTO ASSIGN TO "TRANSACE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELACERTO.
       FD ARQ-PEDIDMF.
       01 REG-PEDIDO.
       COPY PEDIREG.
       FD ARQ-SINISTROS.
       01 REG-SINISTRO.
       COPY SINREG.
       FD ARQ-RELACERTO.
       01 REG-RELACERTO        PIC X(100).
       WORKING-STORAGE SECTION.
       77 WRK-FS-FATTRANSP PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PEDIDMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELACERTO PIC X(02)     VALUE ZEROS.
       77 WRK-FS-SINISTROS PIC X(02)     VALUE ZEROS.
       77 WRK-SINISTMF-OK  PIC X(01)     VALUE 'N'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-QTD-TRANSP   PIC 9(02)     VALUE ZEROS.
       77 WRK-TRANSP-IDX   PIC 9(02)     VALUE ZEROS.
       77 WRK-TRANSP-ACHADA PIC X(01)    VALUE 'N'.
       77 WRK-QTD-SINDESC  PIC 9(04)     VALUE ZEROS.
       77 WRK-VLR-SINDESC  PIC 9(10)V99  VALUE ZEROS.
       77 WRK-QTD-SINPEND  PIC 9(04)     VALUE ZEROS.
       77 WRK-SALDO-TRANSP PIC S9(10)V99 VALUE ZEROS.
       77 WRK-LIQUIDO      PIC 9(10)V99  VALUE ZEROS.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       01 WRK-TRANSP-TAB.
          02 WRK-TRANSP-ITEM OCCURS 10 TIMES.
             03 WRK-TA-CALCULADO PIC 9(10)V99.
             03 WRK-TA-APROVADO  PIC 9(10)V99.
             03 WRK-TA-QTDDIV    PIC 9(04).
             03 WRK-TA-SINISTROS PIC 9(10)V99.

       PROCEDURE DIVISION.

           WRITE REG-RELACERTO FROM WRK-LINHA.
           PERFORM 0002-CONFERIRLINHA
              UNTIL WRK-FS-FATTRANSP = '10'.
           PERFORM 0004-DESCONTARSINISTROS.
           PERFORM 0003-RESUMOPORTRANSP.
           CLOSE ARQ-RELACERTO.
           CLOSE ARQ-PEDIDMF.
           DISPLAY 'APROVADAS .......... ' WRK-QTD-APROV.
           DISPLAY 'DIVERGENTES ........ ' WRK-QTD-DIVERG.
           DISPLAY 'SEM PEDIDO ......... ' WRK-QTD-SEMPED.
           DISPLAY 'SINISTROS DESCONT .. ' WRK-QTD-SINDESC.
           DISPLAY 'SINISTROS PENDENTES  ' WRK-QTD-SINPEND.
           DISPLAY 'RELATORIO GRAVADO EM TRANSACE.TXT'.
           MOVE 'FRETACER' TO WRK-LOG-PROGRAMA.
           STRING 'ACERTO LIDAS=' WRK-QTD-LIDAS
              ' APROV=' WRK-QTD-APROV
              ' DIVERG=' WRK-QTD-DIVERG
              ' SINIST=' WRK-QTD-SINDESC
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.
                 MOVE ZEROS TO WRK-TA-CALCULADO(WRK-TRANSP-IDX)
                 MOVE ZEROS TO WRK-TA-APROVADO(WRK-TRANSP-IDX)
                 MOVE ZEROS TO WRK-TA-QTDDIV(WRK-TRANSP-IDX)
                 MOVE ZEROS TO WRK-TA-SINISTROS(WRK-TRANSP-IDX)
              END-IF
           END-IF.
           IF WRK-TRANSP-IDX >= 1
                 WRK-TA-QTDDIV(WRK-TRANSP-IDX)
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELACERTO FROM WRK-LINHA
              COMPUTE WRK-LIQUIDO = WRK-TA-APROVADO(WRK-TRANSP-IDX)
                 - WRK-TA-SINISTROS(WRK-TRANSP-IDX)
              MOVE SPACES TO WRK-LINHA
              STRING '       DESCONTO DE SINISTROS='
                 WRK-TA-SINISTROS(WRK-TRANSP-IDX)
                 ' LIQUIDO A PAGAR=' WRK-LIQUIDO
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELACERTO FROM WRK-LINHA
           END-PERFORM.

       0004-DESCONTARSINISTROS.
           MOVE 'N' TO WRK-SINISTMF-OK.
           OPEN I-O ARQ-SINISTROS.
           IF WRK-FS-SINISTROS = '00'
              MOVE 'S' TO WRK-SINISTMF-OK
           END-IF.
           IF WRK-SINISTMF-OK = 'S'
              MOVE '----------------------------------------'
                 TO WRK-LINHA
              WRITE REG-RELACERTO FROM WRK-LINHA
              MOVE 'RECLAMACOES ACEITAS DESCONTADAS NO ACERTO'
                 TO WRK-LINHA
              WRITE REG-RELACERTO FROM WRK-LINHA
              MOVE ZEROS TO REG-SN-NUMERO
              START ARQ-SINISTROS KEY IS NOT LESS THAN REG-SN-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-SINISTROS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-SINISTROS
              END-START
              PERFORM 0000-AVALIARSINISTRO
                 UNTIL WRK-FS-SINISTROS = '10'
              CLOSE ARQ-SINISTROS
           END-IF.

       0000-AVALIARSINISTRO.
           READ ARQ-SINISTROS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-SINISTROS
              NOT AT END
                 IF REG-SN-SITUACAO = 'C'
                    PERFORM 0000-DESCONTARUMSINISTRO
                 END-IF
           END-READ.

       0000-DESCONTARUMSINISTRO.
           MOVE 'N' TO WRK-TRANSP-ACHADA.
           PERFORM VARYING WRK-TRANSP-IDX FROM 1 BY 1
                 UNTIL WRK-TRANSP-IDX > WRK-QTD-TRANSP
                    OR WRK-TRANSP-ACHADA = 'S'
              IF WRK-TA-COD(WRK-TRANSP-IDX) = REG-SN-TRANSP
                 MOVE 'S' TO WRK-TRANSP-ACHADA
              END-IF
           END-PERFORM.
           IF WRK-TRANSP-ACHADA = 'S'
              SUBTRACT 1 FROM WRK-TRANSP-IDX
              COMPUTE WRK-SALDO-TRANSP =
                 WRK-TA-APROVADO(WRK-TRANSP-IDX)
                 - WRK-TA-SINISTROS(WRK-TRANSP-IDX)
                 - REG-SN-VALORACEITO
              MOVE SPACES TO WRK-LINHA
              IF WRK-SALDO-TRANSP < 0
                 ADD 1 TO WRK-QTD-SINPEND
                 STRING 'TRANSP ' REG-SN-TRANSP
                    ' RECLAMACAO ' REG-SN-NUMERO
                    ' PEDIDO ' REG-SN-PEDIDO
                    ' ACEITO=' REG-SN-VALORACEITO
                    ' SALDO INSUFICIENTE, FICA PARA O PROXIMO'
                    DELIMITED BY SIZE INTO WRK-LINHA
              ELSE
                 ADD REG-SN-VALORACEITO
                    TO WRK-TA-SINISTROS(WRK-TRANSP-IDX)
                 ADD 1 TO WRK-QTD-SINDESC
                 ADD REG-SN-VALORACEITO TO WRK-VLR-SINDESC
                 MOVE 'P' TO REG-SN-SITUACAO
                 MOVE WRK-DATASISTEMA TO REG-SN-DATASIT
                 MOVE WRK-DATASISTEMA TO REG-SN-DATAACERTO
                 REWRITE REG-SINISTRO
                 STRING 'TRANSP ' REG-SN-TRANSP
                    ' RECLAMACAO ' REG-SN-NUMERO
                    ' PEDIDO ' REG-SN-PEDIDO
                    ' DESCONTADO=' REG-SN-VALORACEITO
                    DELIMITED BY SIZE INTO WRK-LINHA
              END-IF
              WRITE REG-RELACERTO FROM WRK-LINHA
           END-IF.
