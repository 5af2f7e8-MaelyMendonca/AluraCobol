       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOSRV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CUSTOS ASSIGN TO "CUSTOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CS-PRODUTO
               FILE STATUS IS WRK-FS-CUSTOS.
           SELECT ARQ-CUSTOMOV ASSIGN TO "CUSTOMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTOMOV.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CUSTOS.
       01 REG-CUSTO.
       COPY CSTREG.
       FD ARQ-CUSTOMOV.
       01 REG-CUSTOMOV.
       COPY CMVREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CUSTOS      PIC X(02)   VALUE ZEROS.
       77 WRK-FS-CUSTOMOV    PIC X(02)   VALUE ZEROS.
       77 WRK-DATASISTEMA    PIC 9(08)   VALUE ZEROS.
       77 WRK-HORA           PIC 9(08)   VALUE ZEROS.
       77 WRK-EXISTE         PIC X(01)   VALUE 'N'.
       77 WRK-FUNCAO         PIC X(01)   VALUE SPACES.
       77 WRK-TIPO           PIC X(01)   VALUE SPACES.
       77 WRK-QTD-BASE       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-BASE     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-MOV      PIC 9(09)V99 VALUE ZEROS.
       LINKAGE SECTION.
       01 LNK-FUNCAO              PIC X(01).
       01 LNK-PRODUTO             PIC X(06).
       01 LNK-QTD                 PIC 9(05)V99.
       01 LNK-ORIGEM              PIC X(02).
       01 LNK-CUSTOUNIT           PIC 9(07)V9999.
       01 LNK-VALOR               PIC 9(09)V99.

       PROCEDURE DIVISION USING LNK-FUNCAO LNK-PRODUTO LNK-QTD
             LNK-ORIGEM LNK-CUSTOUNIT LNK-VALOR.
       0001-PRINCIPAL.
           MOVE ZEROS TO LNK-VALOR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           OPEN I-O ARQ-CUSTOS.
           IF WRK-FS-CUSTOS = '35'
              OPEN OUTPUT ARQ-CUSTOS
              CLOSE ARQ-CUSTOS
              OPEN I-O ARQ-CUSTOS
           END-IF.
           PERFORM 0002-LERCUSTO.
           MOVE LNK-FUNCAO TO WRK-FUNCAO.
           IF WRK-FUNCAO = 'E' AND LNK-CUSTOUNIT = 0
              MOVE 'M' TO WRK-FUNCAO
           END-IF.
           EVALUATE WRK-FUNCAO
              WHEN 'E'
                 PERFORM 0003-ENTRARCOMCUSTO
              WHEN 'M'
                 PERFORM 0004-ENTRARAOMEDIO
              WHEN 'S'
                 PERFORM 0005-SAIRAOMEDIO
              WHEN 'C'
                 MOVE REG-CS-CUSTOMEDIO TO LNK-CUSTOUNIT
                 COMPUTE LNK-VALOR ROUNDED =
                    LNK-QTD * REG-CS-CUSTOMEDIO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           CLOSE ARQ-CUSTOS.
           GOBACK.

       0002-LERCUSTO.
           MOVE LNK-PRODUTO TO REG-CS-PRODUTO.
           READ ARQ-CUSTOS
              INVALID KEY
                 MOVE 'N' TO WRK-EXISTE
                 MOVE LNK-PRODUTO TO REG-CS-PRODUTO
                 MOVE ZEROS TO REG-CS-CUSTOMEDIO
                 MOVE ZEROS TO REG-CS-QTD
                 MOVE ZEROS TO REG-CS-VALOR
                 MOVE ZEROS TO REG-CS-DATAULT
              NOT INVALID KEY
                 MOVE 'S' TO WRK-EXISTE
           END-READ.

       0003-ENTRARCOMCUSTO.
           IF LNK-QTD > 0
              IF REG-CS-QTD > 0
                 MOVE REG-CS-QTD TO WRK-QTD-BASE
              ELSE
                 MOVE ZEROS TO WRK-QTD-BASE
              END-IF
              COMPUTE WRK-VALOR-BASE ROUNDED =
                 WRK-QTD-BASE * REG-CS-CUSTOMEDIO
              COMPUTE WRK-VALOR-MOV ROUNDED =
                 LNK-QTD * LNK-CUSTOUNIT
              COMPUTE REG-CS-CUSTOMEDIO ROUNDED =
                 (WRK-VALOR-BASE + WRK-VALOR-MOV)
                 / (WRK-QTD-BASE + LNK-QTD)
              ADD LNK-QTD TO REG-CS-QTD
              MOVE 'E' TO WRK-TIPO
              PERFORM 0000-ATUALIZARCUSTO
           END-IF.

       0004-ENTRARAOMEDIO.
           IF LNK-QTD > 0
              MOVE REG-CS-CUSTOMEDIO TO LNK-CUSTOUNIT
              COMPUTE WRK-VALOR-MOV ROUNDED =
                 LNK-QTD * REG-CS-CUSTOMEDIO
              ADD LNK-QTD TO REG-CS-QTD
              MOVE 'E' TO WRK-TIPO
              PERFORM 0000-ATUALIZARCUSTO
           END-IF.

       0005-SAIRAOMEDIO.
           IF LNK-QTD > 0
              MOVE REG-CS-CUSTOMEDIO TO LNK-CUSTOUNIT
              COMPUTE WRK-VALOR-MOV ROUNDED =
                 LNK-QTD * REG-CS-CUSTOMEDIO
              SUBTRACT LNK-QTD FROM REG-CS-QTD
              MOVE 'S' TO WRK-TIPO
              PERFORM 0000-ATUALIZARCUSTO
           END-IF.

       0000-ATUALIZARCUSTO.
           COMPUTE REG-CS-VALOR ROUNDED =
              REG-CS-QTD * REG-CS-CUSTOMEDIO.
           MOVE WRK-DATASISTEMA TO REG-CS-DATAULT.
           IF WRK-EXISTE = 'S'
              REWRITE REG-CUSTO
           ELSE
              WRITE REG-CUSTO
           END-IF.
           MOVE WRK-VALOR-MOV TO LNK-VALOR.
           OPEN EXTEND ARQ-CUSTOMOV.
           IF WRK-FS-CUSTOMOV = '35'
              OPEN OUTPUT ARQ-CUSTOMOV
           END-IF.
           MOVE WRK-DATASISTEMA TO REG-CV-DATA.
           MOVE WRK-HORA TO REG-CV-HORA.
           MOVE LNK-PRODUTO TO REG-CV-PRODUTO.
           MOVE WRK-TIPO TO REG-CV-TIPO.
           MOVE LNK-ORIGEM TO REG-CV-ORIGEM.
           MOVE LNK-QTD TO REG-CV-QTD.
           MOVE REG-CS-CUSTOMEDIO TO REG-CV-CUSTOUNIT.
           IF WRK-TIPO = 'E'
              MOVE LNK-CUSTOUNIT TO REG-CV-CUSTOUNIT
           END-IF.
           MOVE WRK-VALOR-MOV TO REG-CV-VALOR.
           WRITE REG-CUSTOMOV.
           CLOSE ARQ-CUSTOMOV.
