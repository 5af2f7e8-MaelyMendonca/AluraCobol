       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDHORA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-JORNAL ASSIGN TO "SALESJRN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-JR-SEQ
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT ARQ-RELHORA ASSIGN TO "VENDHORA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELHORA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-JORNAL.
       01 REG-JORNAL.
       COPY JRNREG.
       FD ARQ-RELHORA.
       01 REG-RELHORA          PIC X(100).
       WORKING-STORAGE SECTION.

       COPY DIASEM.

       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       01 WRK-DATAJORNAL.
          02 WRK-DJ-COMPET    PIC 9(06).
          02 WRK-DJ-DIA       PIC 9(02).
       01 WRK-HORAJORNAL.
          02 WRK-HJ-HORA      PIC 9(02).
          02 WRK-HJ-RESTO     PIC 9(06).
       77 WRK-FS-JORNAL    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELHORA   PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'VENDHORA'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-COMPINI      PIC 9(06)     VALUE ZEROS.
       77 WRK-COMPFIM      PIC 9(06)     VALUE ZEROS.
       77 WRK-PERIODO-OK   PIC X(01)     VALUE 'N'.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.
       77 WRK-DATA-ANTERIOR PIC 9(08)    VALUE ZEROS.
       77 WRK-DIA-IDX      PIC 9(01)     VALUE ZEROS.
       77 WRK-DIA-SEMANA   PIC 9(01)     VALUE ZEROS.
       77 WRK-FAIXA-IDX    PIC 9(02)     VALUE ZEROS.
       77 WRK-FAIXA-INI    PIC 9(02)     VALUE ZEROS.
       77 WRK-FAIXA-FIM    PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-LOJA     PIC 9(02)     VALUE ZEROS.
       77 WRK-LOJA-IDX     PIC 9(02)     VALUE ZEROS.
       77 WRK-LOJA-ACHADA  PIC X(01)     VALUE 'N'.
       77 WRK-VALOR-MOV    PIC S9(09)    VALUE ZEROS.
       77 WRK-SOMA-VALOR   PIC S9(09)    VALUE ZEROS.
       77 WRK-SOMA-QTD     PIC 9(06)     VALUE ZEROS.
       77 WRK-PICO-VALOR   PIC S9(09)    VALUE ZEROS.
       77 WRK-PICO-DIA     PIC 9(01)     VALUE ZEROS.
       77 WRK-PICO-FAIXA   PIC 9(02)     VALUE ZEROS.
       77 WRK-FRACO-VALOR  PIC S9(09)    VALUE ZEROS.
       77 WRK-FRACO-DIA    PIC 9(01)     VALUE ZEROS.
       77 WRK-FRACO-FAIXA  PIC 9(02)     VALUE ZEROS.
       77 WRK-TEM-SLOT     PIC X(01)     VALUE 'N'.
       77 WRK-VALOR-ED     PIC -ZZZ.ZZZ.ZZ9.
       77 WRK-LIDOS        PIC 9(08)     VALUE ZEROS.
       01 WRK-LOJA-TAB.
          02 WRK-LOJA-ITEM OCCURS 50 TIMES.
             03 WRK-LJ-COD       PIC X(02).
             03 WRK-LJ-DIA OCCURS 7 TIMES.
                04 WRK-LJ-FAIXA OCCURS 12 TIMES.
                   05 WRK-LJ-VALOR  PIC S9(09).
                   05 WRK-LJ-QTD    PIC 9(06).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'N' TO WRK-PERIODO-OK.
           PERFORM UNTIL WRK-PERIODO-OK = 'S'
              DISPLAY ' MES INICIAL (AAAAMM)?'
              ACCEPT WRK-COMPINI
              DISPLAY ' MES FINAL (AAAAMM)?'
              ACCEPT WRK-COMPFIM
              IF WRK-COMPINI(5:2) >= '01' AND WRK-COMPINI(5:2) <= '12'
                    AND WRK-COMPFIM(5:2) >= '01'
                    AND WRK-COMPFIM(5:2) <= '12'
                    AND WRK-COMPFIM >= WRK-COMPINI
                 MOVE 'S' TO WRK-PERIODO-OK
              ELSE
                 DISPLAY 'PERIODO INVALIDO.'
              END-IF
           END-PERFORM.
           OPEN INPUT ARQ-JORNAL.
           IF WRK-FS-JORNAL NOT = '00'
              DISPLAY 'JORNAL DE VENDAS NAO ENCONTRADO.'
              GOBACK
           END-IF.
           MOVE ZEROS TO WRK-QTD-LOJA WRK-LIDOS WRK-DATA-ANTERIOR.
           PERFORM 0002-ACUMULARJORNAL.
           CLOSE ARQ-JORNAL.
           PERFORM 0003-IMPRIMIRRELATORIO.
           MOVE 'VENDHORA.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'RELATORIO GRAVADO EM VENDHORA.TXT'.
           GOBACK.

       0002-ACUMULARJORNAL.
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
                 MOVE REG-JR-DATA TO WRK-DATAJORNAL
                 IF WRK-DJ-COMPET >= WRK-COMPINI
                       AND WRK-DJ-COMPET <= WRK-COMPFIM
                    PERFORM 0000-ACUMULARMOVIMENTO
                 END-IF
           END-READ.

       0000-ACUMULARMOVIMENTO.
           PERFORM 0000-LOCALIZARLOJA.
           IF REG-JR-DATA NOT = WRK-DATA-ANTERIOR
              MOVE 'S' TO WRK-SRV-FUNCAO
              MOVE REG-JR-DATA TO WRK-SRV-DATA1
              CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
                 WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO
              MOVE WRK-SRV-NUMERO TO WRK-DIA-SEMANA
              MOVE REG-JR-DATA TO WRK-DATA-ANTERIOR
           END-IF.
           MOVE WRK-DIA-SEMANA TO WRK-DIA-IDX.
           MOVE REG-JR-HORA TO WRK-HORAJORNAL.
           IF WRK-HJ-HORA > 23
              MOVE 23 TO WRK-HJ-HORA
           END-IF.
           COMPUTE WRK-FAIXA-IDX = WRK-HJ-HORA / 2 + 1.
           IF WRK-DIA-IDX < 1 OR WRK-DIA-IDX > 7
              MOVE 'N' TO WRK-LOJA-ACHADA
           END-IF.
           IF WRK-LOJA-ACHADA = 'S'
              IF REG-JR-TIPO = 'D' OR REG-JR-TIPO = 'E'
                 COMPUTE WRK-VALOR-MOV = 0 - REG-JR-VALOR
              ELSE
                 MOVE REG-JR-VALOR TO WRK-VALOR-MOV
              END-IF
              ADD WRK-VALOR-MOV
                 TO WRK-LJ-VALOR(WRK-LOJA-IDX, WRK-DIA-IDX,
                 WRK-FAIXA-IDX)
              ADD 1 TO WRK-LJ-QTD(WRK-LOJA-IDX, WRK-DIA-IDX,
                 WRK-FAIXA-IDX)
              ADD 1 TO WRK-LIDOS
           END-IF.

       0000-LOCALIZARLOJA.
           MOVE 'N' TO WRK-LOJA-ACHADA.
           PERFORM VARYING WRK-LOJA-IDX FROM 1 BY 1
                 UNTIL WRK-LOJA-IDX > WRK-QTD-LOJA
                    OR WRK-LOJA-ACHADA = 'S'
              IF WRK-LJ-COD(WRK-LOJA-IDX) = REG-JR-LOJA
                 MOVE 'S' TO WRK-LOJA-ACHADA
              END-IF
           END-PERFORM.
           IF WRK-LOJA-ACHADA = 'S'
              SUBTRACT 1 FROM WRK-LOJA-IDX
           ELSE
              IF WRK-QTD-LOJA < 50
                 ADD 1 TO WRK-QTD-LOJA
                 MOVE WRK-QTD-LOJA TO WRK-LOJA-IDX
                 PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                       UNTIL WRK-DIA-IDX > 7
                    PERFORM VARYING WRK-FAIXA-IDX FROM 1 BY 1
                          UNTIL WRK-FAIXA-IDX > 12
                       MOVE ZEROS TO WRK-LJ-VALOR(WRK-LOJA-IDX,
                          WRK-DIA-IDX, WRK-FAIXA-IDX)
                       MOVE ZEROS TO WRK-LJ-QTD(WRK-LOJA-IDX,
                          WRK-DIA-IDX, WRK-FAIXA-IDX)
                    END-PERFORM
                 END-PERFORM
                 MOVE REG-JR-LOJA TO WRK-LJ-COD(WRK-LOJA-IDX)
                 MOVE 'S' TO WRK-LOJA-ACHADA
              END-IF
           END-IF.

       0003-IMPRIMIRRELATORIO.
           OPEN OUTPUT ARQ-RELHORA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VENDAS POR DIA DA SEMANA E FAIXA HORARIA - '
              WRK-COMPINI ' A ' WRK-COMPFIM
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELHORA FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELHORA FROM WRK-LINHA.
           IF WRK-LIDOS = 0
              MOVE 'NENHUM MOVIMENTO NO PERIODO.' TO WRK-LINHA
              WRITE REG-RELHORA FROM WRK-LINHA
           END-IF.
           PERFORM VARYING WRK-LOJA-IDX FROM 1 BY 1
                 UNTIL WRK-LOJA-IDX > WRK-QTD-LOJA
              PERFORM 0004-IMPRIMIRLOJA
           END-PERFORM.
           CLOSE ARQ-RELHORA.

       0004-IMPRIMIRLOJA.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-LJ-COD(WRK-LOJA-IDX) = SPACES
              MOVE 'LOJA -- (SEM LOJA INFORMADA)' TO WRK-LINHA
           ELSE
              STRING 'LOJA ' WRK-LJ-COD(WRK-LOJA-IDX)
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELHORA FROM WRK-LINHA.
           MOVE '  POR DIA DA SEMANA' TO WRK-LINHA.
           WRITE REG-RELHORA FROM WRK-LINHA.
           PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                 UNTIL WRK-DIA-IDX > 7
              MOVE ZEROS TO WRK-SOMA-VALOR WRK-SOMA-QTD
              PERFORM VARYING WRK-FAIXA-IDX FROM 1 BY 1
                    UNTIL WRK-FAIXA-IDX > 12
                 ADD WRK-LJ-VALOR(WRK-LOJA-IDX, WRK-DIA-IDX,
                    WRK-FAIXA-IDX) TO WRK-SOMA-VALOR
                 ADD WRK-LJ-QTD(WRK-LOJA-IDX, WRK-DIA-IDX,
                    WRK-FAIXA-IDX) TO WRK-SOMA-QTD
              END-PERFORM
              MOVE WRK-SOMA-VALOR TO WRK-VALOR-ED
              MOVE SPACES TO WRK-LINHA
              STRING '    ' WRK-NOME-DIASEMANA(WRK-DIA-IDX)
                 ' VALOR=' WRK-VALOR-ED
                 ' QTD=' WRK-SOMA-QTD
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELHORA FROM WRK-LINHA
           END-PERFORM.
           MOVE '  POR FAIXA HORARIA' TO WRK-LINHA.
           WRITE REG-RELHORA FROM WRK-LINHA.
           PERFORM VARYING WRK-FAIXA-IDX FROM 1 BY 1
                 UNTIL WRK-FAIXA-IDX > 12
              MOVE ZEROS TO WRK-SOMA-VALOR WRK-SOMA-QTD
              PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                    UNTIL WRK-DIA-IDX > 7
                 ADD WRK-LJ-VALOR(WRK-LOJA-IDX, WRK-DIA-IDX,
                    WRK-FAIXA-IDX) TO WRK-SOMA-VALOR
                 ADD WRK-LJ-QTD(WRK-LOJA-IDX, WRK-DIA-IDX,
                    WRK-FAIXA-IDX) TO WRK-SOMA-QTD
              END-PERFORM
              PERFORM 0000-MONTARFAIXA
              MOVE WRK-SOMA-VALOR TO WRK-VALOR-ED
              MOVE SPACES TO WRK-LINHA
              STRING '    ' WRK-FAIXA-INI 'H-' WRK-FAIXA-FIM 'H59'
                 '     VALOR=' WRK-VALOR-ED
                 ' QTD=' WRK-SOMA-QTD
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELHORA FROM WRK-LINHA
           END-PERFORM.
           PERFORM 0000-APURARPICOFRACO.
           IF WRK-TEM-SLOT = 'S'
              MOVE WRK-PICO-FAIXA TO WRK-FAIXA-IDX
              PERFORM 0000-MONTARFAIXA
              MOVE WRK-PICO-VALOR TO WRK-VALOR-ED
              MOVE SPACES TO WRK-LINHA
              STRING '  *** PICO: ' WRK-NOME-DIASEMANA(WRK-PICO-DIA)
                 ' ' WRK-FAIXA-INI 'H-' WRK-FAIXA-FIM 'H59'
                 ' VALOR=' WRK-VALOR-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELHORA FROM WRK-LINHA
              MOVE WRK-FRACO-FAIXA TO WRK-FAIXA-IDX
              PERFORM 0000-MONTARFAIXA
              MOVE WRK-FRACO-VALOR TO WRK-VALOR-ED
              MOVE SPACES TO WRK-LINHA
              STRING '  *** MAIS FRACO: '
                 WRK-NOME-DIASEMANA(WRK-FRACO-DIA)
                 ' ' WRK-FAIXA-INI 'H-' WRK-FAIXA-FIM 'H59'
                 ' VALOR=' WRK-VALOR-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELHORA FROM WRK-LINHA
           END-IF.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELHORA FROM WRK-LINHA.

       0000-MONTARFAIXA.
           COMPUTE WRK-FAIXA-INI = (WRK-FAIXA-IDX - 1) * 2.
           COMPUTE WRK-FAIXA-FIM = WRK-FAIXA-INI + 1.

       0000-APURARPICOFRACO.
           MOVE 'N' TO WRK-TEM-SLOT.
           PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                 UNTIL WRK-DIA-IDX > 7
              PERFORM VARYING WRK-FAIXA-IDX FROM 1 BY 1
                    UNTIL WRK-FAIXA-IDX > 12
                 IF WRK-LJ-QTD(WRK-LOJA-IDX, WRK-DIA-IDX,
                       WRK-FAIXA-IDX) > 0
                    PERFORM 0000-COMPARARSLOT
                 END-IF
              END-PERFORM
           END-PERFORM.

       0000-COMPARARSLOT.
           MOVE WRK-LJ-VALOR(WRK-LOJA-IDX, WRK-DIA-IDX, WRK-FAIXA-IDX)
              TO WRK-VALOR-MOV.
           IF WRK-TEM-SLOT = 'N'
              MOVE 'S' TO WRK-TEM-SLOT
              MOVE WRK-VALOR-MOV TO WRK-PICO-VALOR WRK-FRACO-VALOR
              MOVE WRK-DIA-IDX TO WRK-PICO-DIA WRK-FRACO-DIA
              MOVE WRK-FAIXA-IDX TO WRK-PICO-FAIXA WRK-FRACO-FAIXA
           ELSE
              IF WRK-VALOR-MOV > WRK-PICO-VALOR
                 MOVE WRK-VALOR-MOV TO WRK-PICO-VALOR
                 MOVE WRK-DIA-IDX TO WRK-PICO-DIA
                 MOVE WRK-FAIXA-IDX TO WRK-PICO-FAIXA
              END-IF
              IF WRK-VALOR-MOV < WRK-FRACO-VALOR
                 MOVE WRK-VALOR-MOV TO WRK-FRACO-VALOR
                 MOVE WRK-DIA-IDX TO WRK-FRACO-DIA
                 MOVE WRK-FAIXA-IDX TO WRK-FRACO-FAIXA
              END-IF
           END-IF.
