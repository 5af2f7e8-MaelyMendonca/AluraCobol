               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CL-COD
               FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-ESTOQUE ASSIGN TO "ESTOQMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ES-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT ARQ-MOVESTOQUE ASSIGN TO "ESTOQMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVESTOQUE.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-VENDASMES.
       FD ARQ-CLIENTES.
       01 REG-CLIENTE.
       COPY CLIREG.
       FD ARQ-ESTOQUE.
       01 REG-ESTOQUE.
       COPY ESTREG.
       FD ARQ-MOVESTOQUE.
       01 REG-MOVESTOQUE.
          02 REG-MV-DATA       PIC 9(08).
          02 REG-MV-HORA       PIC 9(08).
          02 REG-MV-PRODUTO    PIC X(06).
          02 REG-MV-TIPO       PIC X(01).
          02 REG-MV-QTD        PIC 9(05)V99.
          02 REG-MV-MOTIVO     PIC X(02).
          02 REG-MV-OPERADOR   PIC X(08).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
       77 WRK-CATEGORIA    PIC X(10)     VALUE SPACES.
       77 WRK-CLIENTE      PIC X(05)     VALUE SPACES.
       77 WRK-LOJA         PIC X(02)     VALUE SPACES.
       77 WRK-PRODUTO      PIC X(06)     VALUE SPACES.
       77 WRK-QTD-PRODUTO  PIC 9(05)V99  VALUE ZEROS.
       77 WRK-CAMPANHA     PIC X(08)     VALUE SPACES.
       77 WRK-DESCONTO     PIC 9(06)     VALUE ZEROS.
       77 WRK-FS-ESTOQUE   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-MOVESTOQUE PIC X(02)    VALUE ZEROS.
       77 WRK-HORA-MOV     PIC 9(08)     VALUE ZEROS.
       77 WRK-CST-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CST-PRODUTO  PIC X(06)     VALUE SPACES.
       77 WRK-CST-QTD      PIC 9(05)V99  VALUE ZEROS.
       77 WRK-CST-ORIGEM   PIC X(02)     VALUE SPACES.
       77 WRK-CST-CUSTOUNIT PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-CST-VALOR    PIC 9(09)V99  VALUE ZEROS.
       01 WRK-ORIGINAL.
          02 WRK-OR-TIPO       PIC X(01).
          02 WRK-OR-VALOR      PIC 9(06).
           MOVE REG-JR-CATEGORIA TO WRK-OR-CATEGORIA.
           MOVE REG-JR-CLIENTE   TO WRK-OR-CLIENTE.
           MOVE REG-JR-LOJA      TO WRK-LOJA.
           MOVE REG-JR-PRODUTO   TO WRK-PRODUTO.
           IF REG-JR-QTD IS NUMERIC
              MOVE REG-JR-QTD    TO WRK-QTD-PRODUTO
           ELSE
              MOVE ZEROS         TO WRK-QTD-PRODUTO
           END-IF.
           MOVE REG-JR-CAMPANHA  TO WRK-CAMPANHA.
           IF REG-JR-DESCONTO IS NUMERIC
              MOVE REG-JR-DESCONTO TO WRK-DESCONTO
           ELSE
              MOVE ZEROS         TO WRK-DESCONTO
           END-IF.
           IF WRK-OR-TIPO NOT = 'D'
              MOVE 'V' TO WRK-OR-TIPO
           END-IF.
           DISPLAY '  VENDEDOR=' WRK-OR-VENDEDOR
              ' CATEGORIA=' WRK-OR-CATEGORIA
              ' CLIENTE=' WRK-OR-CLIENTE.
           IF WRK-PRODUTO NOT = SPACES
              DISPLAY '  PRODUTO=' WRK-PRODUTO
                 ' QUANTIDADE=' WRK-QTD-PRODUTO
           END-IF.
           DISPLAY '  GRAVADO EM ' REG-JR-DATA
              ' POR ' REG-JR-OPERADOR.

           IF WRK-CLIENTE NOT = SPACES
              PERFORM 0000-APLICARCLI
           END-IF.
           IF WRK-PRODUTO NOT = SPACES
              PERFORM 0000-APLICARESTOQUE
           END-IF.

       0000-APLICARESTOQUE.
           OPEN I-O ARQ-ESTOQUE.
           IF WRK-FS-ESTOQUE = '35'
              OPEN OUTPUT ARQ-ESTOQUE
              CLOSE ARQ-ESTOQUE
              OPEN I-O ARQ-ESTOQUE
           END-IF.
           MOVE WRK-PRODUTO TO REG-ES-PRODUTO.
           READ ARQ-ESTOQUE
              INVALID KEY
                 MOVE WRK-PRODUTO TO REG-ES-PRODUTO
                 MOVE ZEROS TO REG-ES-SALDO
                 MOVE ZEROS TO REG-ES-MINIMO
                 IF WRK-TIPOVENDA = 'D'
                    ADD WRK-QTD-PRODUTO TO REG-ES-SALDO
                 ELSE
                    SUBTRACT WRK-QTD-PRODUTO FROM REG-ES-SALDO
                 END-IF
                 WRITE REG-ESTOQUE
              NOT INVALID KEY
                 IF WRK-TIPOVENDA = 'D'
                    ADD WRK-QTD-PRODUTO TO REG-ES-SALDO
                 ELSE
                    SUBTRACT WRK-QTD-PRODUTO FROM REG-ES-SALDO
                 END-IF
                 REWRITE REG-ESTOQUE
           END-READ.
           CLOSE ARQ-ESTOQUE.
           OPEN EXTEND ARQ-MOVESTOQUE.
           IF WRK-FS-MOVESTOQUE = '35'
              OPEN OUTPUT ARQ-MOVESTOQUE
           END-IF.
           ACCEPT WRK-HORA-MOV FROM TIME.
           MOVE WRK-DATASISTEMA TO REG-MV-DATA.
           MOVE WRK-HORA-MOV TO REG-MV-HORA.
           MOVE WRK-PRODUTO TO REG-MV-PRODUTO.
           IF WRK-TIPOVENDA = 'D'
              MOVE 'E' TO REG-MV-TIPO
           ELSE
              MOVE 'S' TO REG-MV-TIPO
           END-IF.
           MOVE WRK-QTD-PRODUTO TO REG-MV-QTD.
           MOVE SPACES TO REG-MV-MOTIVO.
           MOVE WRK-OPERADOR TO REG-MV-OPERADOR.
           WRITE REG-MOVESTOQUE.
           CLOSE ARQ-MOVESTOQUE.
           IF WRK-TIPOVENDA = 'D'
              MOVE 'M' TO WRK-CST-FUNCAO
           ELSE
              MOVE 'S' TO WRK-CST-FUNCAO
           END-IF.
           MOVE WRK-PRODUTO TO WRK-CST-PRODUTO.
           MOVE WRK-QTD-PRODUTO TO WRK-CST-QTD.
           MOVE 'VE' TO WRK-CST-ORIGEM.
           MOVE ZEROS TO WRK-CST-CUSTOUNIT.
           CALL 'CUSTOSRV' USING WRK-CST-FUNCAO WRK-CST-PRODUTO
              WRK-CST-QTD WRK-CST-ORIGEM WRK-CST-CUSTOUNIT
              WRK-CST-VALOR.

       0000-LERSEQJORNAL.
           MOVE ZEROS TO WRK-SEQ-JORNAL.
           MOVE WRK-CATEGORIA  TO REG-JR-CATEGORIA.
           MOVE WRK-CLIENTE    TO REG-JR-CLIENTE.
           MOVE WRK-LOJA       TO REG-JR-LOJA.
           MOVE WRK-PRODUTO    TO REG-JR-PRODUTO.
           MOVE WRK-QTD-PRODUTO TO REG-JR-QTD.
           MOVE WRK-CAMPANHA   TO REG-JR-CAMPANHA.
           MOVE WRK-DESCONTO   TO REG-JR-DESCONTO.
           WRITE REG-JORNAL
              INVALID KEY
                 DISPLAY 'ERRO AO GRAVAR JORNAL, SEQUENCIA '
