           SELECT ARQ-RELALERTA ASSIGN TO "ESTOQALR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELALERTA.
           SELECT ARQ-CUSTOS ASSIGN TO "CUSTOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CS-PRODUTO
               FILE STATUS IS WRK-FS-CUSTOS.
           SELECT ARQ-CUSTOMOV ASSIGN TO "CUSTOMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTOMOV.
           SELECT ARQ-RELVALOR ASSIGN TO "ESTOQVAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELVALOR.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ESTOQUE.
       01 REG-RELPOSICAO       PIC X(100).
       FD ARQ-RELALERTA.
       01 REG-RELALERTA        PIC X(100).
       FD ARQ-CUSTOS.
       01 REG-CUSTO.
       COPY CSTREG.
       FD ARQ-CUSTOMOV.
       01 REG-CUSTOMOV.
       COPY CMVREG.
       FD ARQ-RELVALOR.
       01 REG-RELVALOR         PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
       77 WRK-FS-PRODUTOS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELPOSICAO PIC X(02)    VALUE ZEROS.
       77 WRK-FS-RELALERTA PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CUSTOS    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CUSTOMOV  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELVALOR  PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-QTD-ITENS    PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-ALERTAS  PIC 9(05)     VALUE ZEROS.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-CST-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CST-PRODUTO  PIC X(06)     VALUE SPACES.
       77 WRK-CST-QTD      PIC 9(05)V99  VALUE ZEROS.
       77 WRK-CST-ORIGEM   PIC X(02)     VALUE SPACES.
       77 WRK-CST-CUSTOUNIT PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-CST-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-CUSTO-ENTRADA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-COMPETENCIA  PIC 9(06)     VALUE ZEROS.
       77 WRK-CATEGORIA    PIC X(10)     VALUE SPACES.
       77 WRK-CAT-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-CAT      PIC 9(02)     VALUE ZEROS.
       77 WRK-CMV-TOTAL    PIC S9(12)V99 VALUE ZEROS.
       77 WRK-CUSTO-ED     PIC Z.ZZZ.ZZ9,9999.
       01 WRK-DATAMOV.
          02 WRK-DM-ANOMES    PIC 9(06).
          02 WRK-DM-DIA       PIC 9(02).
       01 WRK-TABCATEGORIA.
          02 WRK-CAT-ITEM OCCURS 30 TIMES.
             03 WRK-CAT-COD      PIC X(10).
             03 WRK-CAT-ESTOQUE  PIC S9(12)V99.
             03 WRK-CAT-CMV      PIC S9(12)V99.

       PROCEDURE DIVISION.

           DISPLAY ' 3 - POSICAO DE ESTOQUE VALORIZADA'.
           DISPLAY ' 4 - ALERTA DE REPOSICAO'.
           DISPLAY ' 5 - DEFINIR QUANTIDADE MINIMA'.
           DISPLAY ' 6 - VALORIZACAO A CUSTO MEDIO E CMV DO MES'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
                 PERFORM 0006-ALERTAREPOSICAO
              WHEN '5'
                 PERFORM 0007-DEFINIRMINIMO
              WHEN '6'
                 PERFORM 0008-VALORIZACAO
              WHEN '0'
                 CONTINUE
              WHEN OTHER
              IF WRK-QTD = 0
                 DISPLAY 'QUANTIDADE INVALIDA.'
              ELSE
                 DISPLAY ' CUSTO UNITARIO DA NOTA (ZERO=CUSTO '
                    'MEDIO ATUAL)?'
                 ACCEPT WRK-CUSTO-ENTRADA
                 MOVE 'E' TO WRK-TIPO-AJUSTE
                 MOVE SPACES TO WRK-MOTIVO
                 MOVE 'EN' TO WRK-CST-ORIGEM
                 PERFORM 0000-APLICARMOVIMENTO
                 DISPLAY 'ENTRADA REGISTRADA, SALDO='
                    REG-ES-SALDO
                 DISPLAY ' MOTIVO DO AJUSTE (01=INVENTARIO '
                    '02=AVARIA 03=PERDA 99=OUTRO)?'
                 ACCEPT WRK-MOTIVO
                 MOVE ZEROS TO WRK-CUSTO-ENTRADA
                 MOVE 'AJ' TO WRK-CST-ORIGEM
                 PERFORM 0000-APLICARMOVIMENTO
                 DISPLAY 'AJUSTE REGISTRADO, SALDO='
                    REG-ES-SALDO
                 REWRITE REG-ESTOQUE
           END-READ.
           PERFORM 0000-GRAVARMOVIMENTO.
           PERFORM 0000-CUSTEARMOVIMENTO.

       0000-CUSTEARMOVIMENTO.
           MOVE WRK-TIPO-AJUSTE TO WRK-CST-FUNCAO.
           IF WRK-TIPO-AJUSTE = 'E' AND WRK-CUSTO-ENTRADA = 0
              MOVE 'M' TO WRK-CST-FUNCAO
           END-IF.
           MOVE WRK-PRODUTO TO WRK-CST-PRODUTO.
           MOVE WRK-QTD TO WRK-CST-QTD.
           MOVE WRK-CUSTO-ENTRADA TO WRK-CST-CUSTOUNIT.
           CALL 'CUSTOSRV' USING WRK-CST-FUNCAO WRK-CST-PRODUTO
              WRK-CST-QTD WRK-CST-ORIGEM WRK-CST-CUSTOUNIT
              WRK-CST-VALOR.

       0000-GRAVARMOVIMENTO.
           OPEN EXTEND ARQ-MOVIMENTOS.
              END-READ
              DISPLAY 'MINIMO GRAVADO.'
           END-IF.

       0008-VALORIZACAO.
           DISPLAY ' COMPETENCIA DO CMV (AAAAMM, ZERO=MES '
              'CORRENTE)?'.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA = 0
              COMPUTE WRK-COMPETENCIA =
                 WRK-ANOSISTEMA * 100 + WRK-MESSISTEMA
           END-IF.
           MOVE ZEROS TO WRK-QTD-ITENS WRK-VALOR-TOTAL WRK-QTD-CAT
              WRK-CMV-TOTAL.
           OPEN INPUT ARQ-CUSTOS.
           OPEN OUTPUT ARQ-RELVALOR.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ESTOQUE A CUSTO MEDIO - ' WRK-DATASISTEMA
              ' - CMV DA COMPETENCIA ' WRK-COMPETENCIA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELVALOR FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELVALOR FROM WRK-LINHA.
           MOVE LOW-VALUES TO REG-ES-PRODUTO.
           START ARQ-ESTOQUE KEY IS NOT LESS THAN REG-ES-PRODUTO
              INVALID KEY
                 MOVE '10' TO WRK-FS-ESTOQUE
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-ESTOQUE
           END-START.
           PERFORM 0000-VALORIZARUMPROD
              UNTIL WRK-FS-ESTOQUE = '10'.
           MOVE '00' TO WRK-FS-ESTOQUE.
           IF WRK-FS-CUSTOS = '00'
              CLOSE ARQ-CUSTOS
           END-IF.
           OPEN INPUT ARQ-CUSTOMOV.
           IF WRK-FS-CUSTOMOV = '00'
              PERFORM 0000-APURARCMV
                 UNTIL WRK-FS-CUSTOMOV = '10'
              CLOSE ARQ-CUSTOMOV
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELVALOR FROM WRK-LINHA.
           MOVE 'RESUMO POR CATEGORIA' TO WRK-LINHA.
           WRITE REG-RELVALOR FROM WRK-LINHA.
           PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
                 UNTIL WRK-CAT-IDX > WRK-QTD-CAT
              MOVE WRK-CAT-ESTOQUE(WRK-CAT-IDX) TO WRK-VALOR-ED
              MOVE WRK-CAT-CMV(WRK-CAT-IDX) TO WRK-TOTAL-ED
              MOVE SPACES TO WRK-LINHA
              STRING 'CATEGORIA ' WRK-CAT-COD(WRK-CAT-IDX)
                 ' ESTOQUE=' WRK-VALOR-ED
                 ' CMV=' WRK-TOTAL-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELVALOR FROM WRK-LINHA
           END-PERFORM.
           MOVE WRK-VALOR-TOTAL TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PRODUTOS=' WRK-QTD-ITENS
              ' VALOR DO ESTOQUE A CUSTO=' WRK-TOTAL-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELVALOR FROM WRK-LINHA.
           MOVE WRK-CMV-TOTAL TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CUSTO DAS MERCADORIAS VENDIDAS NO MES='
              WRK-TOTAL-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELVALOR FROM WRK-LINHA.
           CLOSE ARQ-RELVALOR.
           DISPLAY 'RELATORIO GRAVADO EM ESTOQVAL.TXT'.

       0000-VALORIZARUMPROD.
           READ ARQ-ESTOQUE NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ESTOQUE
              NOT AT END
                 ADD 1 TO WRK-QTD-ITENS
                 MOVE ZEROS TO REG-CS-CUSTOMEDIO
                 IF WRK-FS-CUSTOS = '00'
                    MOVE REG-ES-PRODUTO TO REG-CS-PRODUTO
                    READ ARQ-CUSTOS
                       INVALID KEY
                          MOVE ZEROS TO REG-CS-CUSTOMEDIO
                    END-READ
                 END-IF
                 COMPUTE WRK-VALOR-ITEM ROUNDED =
                    REG-ES-SALDO * REG-CS-CUSTOMEDIO
                 ADD WRK-VALOR-ITEM TO WRK-VALOR-TOTAL
                 MOVE REG-ES-PRODUTO TO WRK-PRODUTO
                 PERFORM 0000-LOCALIZARCATEGORIA
                 ADD WRK-VALOR-ITEM TO WRK-CAT-ESTOQUE(WRK-CAT-IDX)
                 MOVE REG-ES-SALDO TO WRK-SALDO-ED
                 MOVE REG-CS-CUSTOMEDIO TO WRK-CUSTO-ED
                 MOVE WRK-VALOR-ITEM TO WRK-VALOR-ED
                 MOVE SPACES TO WRK-LINHA
                 STRING 'PRODUTO ' REG-ES-PRODUTO
                    ' ' WRK-CATEGORIA
                    ' SALDO=' WRK-SALDO-ED
                    ' CUSTO=' WRK-CUSTO-ED
                    ' VALOR=' WRK-VALOR-ED
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-RELVALOR FROM WRK-LINHA
           END-READ.

       0000-APURARCMV.
           READ ARQ-CUSTOMOV
              AT END
                 MOVE '10' TO WRK-FS-CUSTOMOV
              NOT AT END
                 MOVE REG-CV-DATA TO WRK-DATAMOV
                 IF WRK-DM-ANOMES = WRK-COMPETENCIA
                    MOVE REG-CV-PRODUTO TO WRK-PRODUTO
                    EVALUATE TRUE
                       WHEN REG-CV-TIPO = 'S'
                             AND (REG-CV-ORIGEM = 'VE'
                             OR REG-CV-ORIGEM = 'FR')
                          PERFORM 0000-LOCALIZARCATEGORIA
                          ADD REG-CV-VALOR
                             TO WRK-CAT-CMV(WRK-CAT-IDX)
                          ADD REG-CV-VALOR TO WRK-CMV-TOTAL
                       WHEN REG-CV-TIPO = 'E'
                             AND (REG-CV-ORIGEM = 'VE'
                             OR REG-CV-ORIGEM = 'DV')
                          PERFORM 0000-LOCALIZARCATEGORIA
                          SUBTRACT REG-CV-VALOR
                             FROM WRK-CAT-CMV(WRK-CAT-IDX)
                          SUBTRACT REG-CV-VALOR FROM WRK-CMV-TOTAL
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
           END-READ.

       0000-LOCALIZARCATEGORIA.
           MOVE 'SEM CATEG.' TO WRK-CATEGORIA.
           IF WRK-FS-PRODUTOS = '00'
              MOVE WRK-PRODUTO TO REG-PR-COD
              READ ARQ-PRODUTOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF REG-PR-CATEGORIA NOT = SPACES
                       MOVE REG-PR-CATEGORIA TO WRK-CATEGORIA
                    END-IF
              END-READ
           END-IF.
           PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
                 UNTIL WRK-CAT-IDX > WRK-QTD-CAT
                 OR WRK-CAT-COD(WRK-CAT-IDX) = WRK-CATEGORIA
              CONTINUE
           END-PERFORM.
           IF WRK-CAT-IDX > WRK-QTD-CAT
              IF WRK-QTD-CAT < 30
                 ADD 1 TO WRK-QTD-CAT
                 MOVE WRK-QTD-CAT TO WRK-CAT-IDX
                 MOVE WRK-CATEGORIA TO WRK-CAT-COD(WRK-CAT-IDX)
                 MOVE ZEROS TO WRK-CAT-ESTOQUE(WRK-CAT-IDX)
                 MOVE ZEROS TO WRK-CAT-CMV(WRK-CAT-IDX)
              ELSE
                 MOVE 30 TO WRK-CAT-IDX
                 MOVE 'OUTRAS' TO WRK-CAT-COD(WRK-CAT-IDX)
              END-IF
           END-IF.
