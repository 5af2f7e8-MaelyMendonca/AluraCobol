       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROMOCOES ASSIGN TO "PROMOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PM-CHAVE
               FILE STATUS IS WRK-FS-PROMOCOES.
           SELECT ARQ-JORNAL ASSIGN TO "SALESJRN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-JR-SEQ
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT ARQ-RELPROMO ASSIGN TO "PROMREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELPROMO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PROMOCOES.
       01 REG-PROMOCAO.
       COPY PROMREG.
       FD ARQ-JORNAL.
       01 REG-JORNAL.
       COPY JRNREG.
       FD ARQ-RELPROMO.
       01 REG-RELPROMO         PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       01 WRK-DATAVENDA.
          02 WRK-DV-ANO       PIC 9(04).
          02 WRK-DV-MES       PIC 9(02).
          02 WRK-DV-DIA       PIC 9(02).
       77 WRK-FS-PROMOCOES PIC X(02)     VALUE ZEROS.
       77 WRK-FS-JORNAL    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELPROMO  PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'PROMREL'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-CAMPANHA     PIC X(08)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.
       77 WRK-SERIAL       PIC 9(08)     VALUE ZEROS.
       77 WRK-QTD-CAT      PIC 9(02)     VALUE ZEROS.
       77 WRK-CAT-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-CAT-ACHADA   PIC X(01)     VALUE 'N'.
       77 WRK-QTD-LOJA     PIC 9(03)     VALUE ZEROS.
       77 WRK-LOJA-IDX     PIC 9(03)     VALUE ZEROS.
       77 WRK-LOJA-ACHADA  PIC X(01)     VALUE 'N'.
       77 WRK-JANELA       PIC X(01)     VALUE SPACES.
       77 WRK-VALOR-MOV    PIC S9(09)    VALUE ZEROS.
       77 WRK-VAL-CAMP     PIC S9(09)    VALUE ZEROS.
       77 WRK-VAL-ANT      PIC S9(09)    VALUE ZEROS.
       77 WRK-QTD-CAMP     PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-ANT      PIC 9(06)     VALUE ZEROS.
       77 WRK-VARIACAO     PIC S9(07)V99 VALUE ZEROS.
       77 WRK-VALCAMP-ED   PIC -ZZZ.ZZZ.ZZ9.
       77 WRK-VALANT-ED    PIC -ZZZ.ZZZ.ZZ9.
       77 WRK-VARIACAO-ED  PIC -Z.ZZZ.ZZ9,99.
       77 WRK-ROTULO       PIC X(10)     VALUE SPACES.
       01 WRK-CAT-TAB.
          02 WRK-CAT-ITEM OCCURS 50 TIMES.
             03 WRK-CT-COD       PIC X(10).
             03 WRK-CT-INICIO    PIC 9(08).
             03 WRK-CT-FIM       PIC 9(08).
             03 WRK-CT-PERCENT   PIC 9(02)V99.
             03 WRK-CT-SERINI    PIC 9(08).
             03 WRK-CT-SERFIM    PIC 9(08).
             03 WRK-CT-SERANT    PIC 9(08).
             03 WRK-CT-DIAS      PIC 9(04).
             03 WRK-CT-VALCAMP   PIC S9(09).
             03 WRK-CT-QTDCAMP   PIC 9(06).
             03 WRK-CT-VALANT    PIC S9(09).
             03 WRK-CT-QTDANT    PIC 9(06).
       01 WRK-LOJA-TAB.
          02 WRK-LOJA-ITEM OCCURS 500 TIMES.
             03 WRK-LJ-CAT       PIC 9(02).
             03 WRK-LJ-COD       PIC X(02).
             03 WRK-LJ-VALCAMP   PIC S9(09).
             03 WRK-LJ-QTDCAMP   PIC 9(06).
             03 WRK-LJ-VALANT    PIC S9(09).
             03 WRK-LJ-QTDANT    PIC 9(06).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           DISPLAY ' CODIGO DA CAMPANHA?'.
           ACCEPT WRK-CAMPANHA.
           OPEN INPUT ARQ-PROMOCOES.
           IF WRK-FS-PROMOCOES NOT = '00'
              DISPLAY 'CADASTRO DE PROMOCOES NAO ENCONTRADO.'
              GOBACK
           END-IF.
           MOVE ZEROS TO WRK-QTD-CAT WRK-QTD-LOJA.
           PERFORM 0002-CARREGARCAMPANHA.
           CLOSE ARQ-PROMOCOES.
           IF WRK-QTD-CAT = 0
              DISPLAY 'CAMPANHA SEM PROMOCAO ATIVA CADASTRADA.'
              GOBACK
           END-IF.
           OPEN INPUT ARQ-JORNAL.
           IF WRK-FS-JORNAL NOT = '00'
              DISPLAY 'JORNAL DE VENDAS NAO ENCONTRADO.'
              GOBACK
           END-IF.
           PERFORM 0003-ACUMULARJORNAL.
           CLOSE ARQ-JORNAL.
           PERFORM 0004-IMPRIMIRRELATORIO.
           MOVE 'PROMREL.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'RELATORIO GRAVADO EM PROMREL.TXT'.
           GOBACK.

       0002-CARREGARCAMPANHA.
           MOVE LOW-VALUES TO REG-PM-CHAVE.
           START ARQ-PROMOCOES KEY IS NOT LESS THAN REG-PM-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-PROMOCOES
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PROMOCOES
           END-START.
           PERFORM 0000-LERPROMOCAO UNTIL WRK-FS-PROMOCOES = '10'.

       0000-LERPROMOCAO.
           READ ARQ-PROMOCOES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PROMOCOES
              NOT AT END
                 IF REG-PM-CAMPANHA = WRK-CAMPANHA
                       AND REG-PM-STATUS = 'A'
                       AND WRK-QTD-CAT < 50
                    ADD 1 TO WRK-QTD-CAT
                    PERFORM 0000-PREPARARCATEGORIA
                 END-IF
           END-READ.

       0000-PREPARARCATEGORIA.
           MOVE REG-PM-CATEGORIA TO WRK-CT-COD(WRK-QTD-CAT).
           MOVE REG-PM-INICIO TO WRK-CT-INICIO(WRK-QTD-CAT).
           MOVE REG-PM-FIM TO WRK-CT-FIM(WRK-QTD-CAT).
           MOVE REG-PM-PERCENTUAL TO WRK-CT-PERCENT(WRK-QTD-CAT).
           MOVE 'J' TO WRK-SRV-FUNCAO.
           MOVE REG-PM-INICIO TO WRK-SRV-DATA1.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           MOVE WRK-SRV-NUMERO TO WRK-CT-SERINI(WRK-QTD-CAT).
           MOVE REG-PM-FIM TO WRK-SRV-DATA1.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           MOVE WRK-SRV-NUMERO TO WRK-CT-SERFIM(WRK-QTD-CAT).
           COMPUTE WRK-CT-DIAS(WRK-QTD-CAT) =
              WRK-CT-SERFIM(WRK-QTD-CAT)
              - WRK-CT-SERINI(WRK-QTD-CAT) + 1.
           COMPUTE WRK-CT-SERANT(WRK-QTD-CAT) =
              WRK-CT-SERINI(WRK-QTD-CAT) - WRK-CT-DIAS(WRK-QTD-CAT).
           MOVE ZEROS TO WRK-CT-VALCAMP(WRK-QTD-CAT).
           MOVE ZEROS TO WRK-CT-QTDCAMP(WRK-QTD-CAT).
           MOVE ZEROS TO WRK-CT-VALANT(WRK-QTD-CAT).
           MOVE ZEROS TO WRK-CT-QTDANT(WRK-QTD-CAT).

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
                 PERFORM 0000-LOCALIZARCATEGORIA
                 IF WRK-CAT-ACHADA = 'S'
                    PERFORM 0000-CLASSIFICARMOVIMENTO
                 END-IF
           END-READ.

       0000-LOCALIZARCATEGORIA.
           MOVE 'N' TO WRK-CAT-ACHADA.
           PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
                 UNTIL WRK-CAT-IDX > WRK-QTD-CAT
                    OR WRK-CAT-ACHADA = 'S'
              IF WRK-CT-COD(WRK-CAT-IDX) = REG-JR-CATEGORIA
                 MOVE 'S' TO WRK-CAT-ACHADA
              END-IF
           END-PERFORM.
           IF WRK-CAT-ACHADA = 'S'
              SUBTRACT 1 FROM WRK-CAT-IDX
           END-IF.

       0000-CLASSIFICARMOVIMENTO.
           MOVE REG-JR-ANO TO WRK-DV-ANO.
           MOVE REG-JR-MES TO WRK-DV-MES.
           MOVE REG-JR-DIA TO WRK-DV-DIA.
           MOVE 'J' TO WRK-SRV-FUNCAO.
           MOVE WRK-DATAVENDA TO WRK-SRV-DATA1.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           MOVE WRK-SRV-NUMERO TO WRK-SERIAL.
           MOVE SPACES TO WRK-JANELA.
           IF WRK-SERIAL >= WRK-CT-SERINI(WRK-CAT-IDX)
                 AND WRK-SERIAL <= WRK-CT-SERFIM(WRK-CAT-IDX)
              MOVE 'C' TO WRK-JANELA
           END-IF.
           IF WRK-SERIAL >= WRK-CT-SERANT(WRK-CAT-IDX)
                 AND WRK-SERIAL < WRK-CT-SERINI(WRK-CAT-IDX)
              MOVE 'A' TO WRK-JANELA
           END-IF.
           IF WRK-JANELA NOT = SPACES
              IF REG-JR-TIPO = 'D' OR REG-JR-TIPO = 'E'
                 COMPUTE WRK-VALOR-MOV = 0 - REG-JR-VALOR
              ELSE
                 MOVE REG-JR-VALOR TO WRK-VALOR-MOV
              END-IF
              PERFORM 0000-LOCALIZARLOJA
              IF WRK-JANELA = 'C'
                 ADD WRK-VALOR-MOV TO WRK-CT-VALCAMP(WRK-CAT-IDX)
                 ADD 1 TO WRK-CT-QTDCAMP(WRK-CAT-IDX)
                 IF WRK-LOJA-ACHADA = 'S'
                    ADD WRK-VALOR-MOV
                       TO WRK-LJ-VALCAMP(WRK-LOJA-IDX)
                    ADD 1 TO WRK-LJ-QTDCAMP(WRK-LOJA-IDX)
                 END-IF
              ELSE
                 ADD WRK-VALOR-MOV TO WRK-CT-VALANT(WRK-CAT-IDX)
                 ADD 1 TO WRK-CT-QTDANT(WRK-CAT-IDX)
                 IF WRK-LOJA-ACHADA = 'S'
                    ADD WRK-VALOR-MOV
                       TO WRK-LJ-VALANT(WRK-LOJA-IDX)
                    ADD 1 TO WRK-LJ-QTDANT(WRK-LOJA-IDX)
                 END-IF
              END-IF
           END-IF.

       0000-LOCALIZARLOJA.
           MOVE 'N' TO WRK-LOJA-ACHADA.
           PERFORM VARYING WRK-LOJA-IDX FROM 1 BY 1
                 UNTIL WRK-LOJA-IDX > WRK-QTD-LOJA
                    OR WRK-LOJA-ACHADA = 'S'
              IF WRK-LJ-CAT(WRK-LOJA-IDX) = WRK-CAT-IDX
                    AND WRK-LJ-COD(WRK-LOJA-IDX) = REG-JR-LOJA
                 MOVE 'S' TO WRK-LOJA-ACHADA
              END-IF
           END-PERFORM.
           IF WRK-LOJA-ACHADA = 'S'
              SUBTRACT 1 FROM WRK-LOJA-IDX
           ELSE
              IF WRK-QTD-LOJA < 500
                 ADD 1 TO WRK-QTD-LOJA
                 MOVE WRK-QTD-LOJA TO WRK-LOJA-IDX
                 MOVE WRK-CAT-IDX TO WRK-LJ-CAT(WRK-LOJA-IDX)
                 MOVE REG-JR-LOJA TO WRK-LJ-COD(WRK-LOJA-IDX)
                 MOVE ZEROS TO WRK-LJ-VALCAMP(WRK-LOJA-IDX)
                 MOVE ZEROS TO WRK-LJ-QTDCAMP(WRK-LOJA-IDX)
                 MOVE ZEROS TO WRK-LJ-VALANT(WRK-LOJA-IDX)
                 MOVE ZEROS TO WRK-LJ-QTDANT(WRK-LOJA-IDX)
                 MOVE 'S' TO WRK-LOJA-ACHADA
              END-IF
           END-IF.

       0004-IMPRIMIRRELATORIO.
           OPEN OUTPUT ARQ-RELPROMO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RESULTADO DA CAMPANHA ' WRK-CAMPANHA
              ' - ' WRK-DATASISTEMA ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELPROMO FROM WRK-LINHA.
           MOVE 'CAMPANHA X PERIODO ANTERIOR DE MESMA DURACAO'
              TO WRK-LINHA.
           WRITE REG-RELPROMO FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELPROMO FROM WRK-LINHA.
           PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
                 UNTIL WRK-CAT-IDX > WRK-QTD-CAT
              MOVE SPACES TO WRK-LINHA
              STRING 'CATEGORIA ' WRK-CT-COD(WRK-CAT-IDX)
                 ' DE ' WRK-CT-INICIO(WRK-CAT-IDX)
                 ' A ' WRK-CT-FIM(WRK-CAT-IDX)
                 ' (' WRK-CT-DIAS(WRK-CAT-IDX) ' DIAS)'
                 ' DESCONTO=' WRK-CT-PERCENT(WRK-CAT-IDX) '%'
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELPROMO FROM WRK-LINHA
              MOVE 'LOJA        CAMPANHA  QTD      ANTERIOR  QTD'
                 TO WRK-LINHA
              WRITE REG-RELPROMO FROM WRK-LINHA
              PERFORM VARYING WRK-LOJA-IDX FROM 1 BY 1
                    UNTIL WRK-LOJA-IDX > WRK-QTD-LOJA
                 IF WRK-LJ-CAT(WRK-LOJA-IDX) = WRK-CAT-IDX
                    MOVE 'LOJA '        TO WRK-ROTULO
                    MOVE WRK-LJ-COD(WRK-LOJA-IDX) TO WRK-ROTULO(6:2)
                    MOVE WRK-LJ-VALCAMP(WRK-LOJA-IDX) TO WRK-VAL-CAMP
                    MOVE WRK-LJ-QTDCAMP(WRK-LOJA-IDX) TO WRK-QTD-CAMP
                    MOVE WRK-LJ-VALANT(WRK-LOJA-IDX) TO WRK-VAL-ANT
                    MOVE WRK-LJ-QTDANT(WRK-LOJA-IDX) TO WRK-QTD-ANT
                    PERFORM 0000-IMPRIMIRLINHA
                 END-IF
              END-PERFORM
              MOVE 'TOTAL'     TO WRK-ROTULO
              MOVE WRK-CT-VALCAMP(WRK-CAT-IDX) TO WRK-VAL-CAMP
              MOVE WRK-CT-QTDCAMP(WRK-CAT-IDX) TO WRK-QTD-CAMP
              MOVE WRK-CT-VALANT(WRK-CAT-IDX) TO WRK-VAL-ANT
              MOVE WRK-CT-QTDANT(WRK-CAT-IDX) TO WRK-QTD-ANT
              PERFORM 0000-IMPRIMIRLINHA
              MOVE '----------------------------------------'
                 TO WRK-LINHA
              WRITE REG-RELPROMO FROM WRK-LINHA
           END-PERFORM.
           CLOSE ARQ-RELPROMO.

       0000-IMPRIMIRLINHA.
           MOVE WRK-VAL-CAMP TO WRK-VALCAMP-ED.
           MOVE WRK-VAL-ANT TO WRK-VALANT-ED.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-VAL-ANT > 0
              COMPUTE WRK-VARIACAO ROUNDED =
                 (WRK-VAL-CAMP - WRK-VAL-ANT) * 100 / WRK-VAL-ANT
              MOVE WRK-VARIACAO TO WRK-VARIACAO-ED
              STRING WRK-ROTULO WRK-VALCAMP-ED ' ' WRK-QTD-CAMP
                 WRK-VALANT-ED ' ' WRK-QTD-ANT
                 ' VARIACAO=' WRK-VARIACAO-ED '%'
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              STRING WRK-ROTULO WRK-VALCAMP-ED ' ' WRK-QTD-CAMP
                 WRK-VALANT-ED ' ' WRK-QTD-ANT
                 ' VARIACAO=SEM BASE'
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELPROMO FROM WRK-LINHA.
