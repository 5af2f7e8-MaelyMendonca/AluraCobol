               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CT-COD
               FILE STATUS IS WRK-FS-CATEGORIAS.
           SELECT ARQ-PROMOCOES ASSIGN TO "PROMOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PM-CHAVE
               FILE STATUS IS WRK-FS-PROMOCOES.
           SELECT ARQ-CONTROLE ASSIGN TO "VENDTRAN.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTROLE.
           SELECT ARQ-SEQJORNAL ASSIGN TO "SALESSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEQJORNAL.
           SELECT ARQ-ESTOQUE ASSIGN TO "ESTOQMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ES-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT ARQ-MOVESTOQUE ASSIGN TO "ESTOQMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVESTOQUE.
       data division.
       FILE SECTION.
       FD ARQ-VENDASMES.
       FD ARQ-REJEITOS.
       01 REG-REJEITO.
          02 REG-RJ-MOTIVO      PIC X(02).
          02 REG-RJ-TRANSACAO   PIC X(50).
          02 REG-RJ-DATA        PIC 9(08).
          02 REG-RJ-OPERADOR    PIC X(08).
       FD ARQ-PRODUTOS.
       FD ARQ-CATEGORIAS.
       01 REG-CATEGORIA.
       COPY CATREG.
       FD ARQ-PROMOCOES.
       01 REG-PROMOCAO.
       COPY PROMREG.
       FD ARQ-CONTROLE.
       01 REG-CONTROLE.
          02 REG-CO-QTD        PIC 9(08).
       COPY JRNREG.
       FD ARQ-SEQJORNAL.
       01 REG-SEQJORNAL        PIC 9(08).
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
       working-storage section.
       01 WRK-MES.
          02 WRK-NOMEMES   PIC 9(08)V99  OCCURS 12 TIMES.
       77 WRK-CREDITO-OK   PIC X(01)     VALUE 'S'.
       77 WRK-LIMITE-CLI   PIC 9(08)V99  VALUE ZEROS.
       77 WRK-SALDO-CLI    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-CRD-TIPO     PIC X(01)     VALUE SPACES.
       77 WRK-CRD-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-CRD-FATURA   PIC 9(08)     VALUE ZEROS.
       77 WRK-CRD-PARCELA  PIC 9(02)     VALUE ZEROS.
       77 WRK-CRD-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-CRD-SALDO    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-CRD-RESULTADO PIC X(01)    VALUE SPACES.
       77 WRK-SUPER-ID     PIC X(08)     VALUE SPACES.
       77 WRK-ACAO-DUPLO   PIC X(08)     VALUE SPACES.
       77 WRK-APROVADO     PIC X(01)     VALUE 'N'.
       77 WRK-VENDEDOR     PIC X(05)     VALUE SPACES.
       77 WRK-CATEGORIA    PIC X(10)     VALUE SPACES.
       77 WRK-LOJA         PIC X(02)     VALUE SPACES.
       77 WRK-PRODUTO      PIC X(06)     VALUE SPACES.
       77 WRK-QTD-PRODUTO  PIC 9(05)V99  VALUE ZEROS.
       77 WRK-FS-PROMOCOES PIC X(02)     VALUE ZEROS.
       77 WRK-PROMOMF-OK   PIC X(01)     VALUE 'N'.
       77 WRK-CAMPANHA     PIC X(08)     VALUE SPACES.
       77 WRK-PCT-PROMO    PIC 9(02)V99  VALUE ZEROS.
       77 WRK-DESCONTO     PIC 9(06)     VALUE ZEROS.
       77 WRK-DATA-PROMO   PIC 9(08)     VALUE ZEROS.
       77 WRK-PROD-OK      PIC X(01)     VALUE 'S'.
       77 WRK-FS-ESTOQUE   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-MOVESTOQUE PIC X(02)    VALUE ZEROS.
       77 WRK-HORA-MOV     PIC 9(08)     VALUE ZEROS.
       77 WRK-CST-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CST-PRODUTO  PIC X(06)     VALUE SPACES.
       77 WRK-CST-QTD      PIC 9(05)V99  VALUE ZEROS.
       77 WRK-CST-ORIGEM   PIC X(02)     VALUE SPACES.
       77 WRK-CST-CUSTOUNIT PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-CST-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-QTD-LOJA     PIC 9(02)     VALUE ZEROS.
       77 WRK-LOJA-IDX     PIC 9(02)     VALUE ZEROS.
       77 WRK-LOJA-ACHADA  PIC X(01)     VALUE 'N'.
                    MOVE REG-TR-CATEGORIA TO WRK-CATEGORIA
                    MOVE REG-TR-CLIENTE  TO WRK-CLIENTE
                    MOVE REG-TR-LOJA     TO WRK-LOJA
                    MOVE REG-TR-PRODUTO  TO WRK-PRODUTO
                    IF REG-TR-QTD IS NUMERIC
                       MOVE REG-TR-QTD   TO WRK-QTD-PRODUTO
                    ELSE
                       MOVE ZEROS        TO WRK-QTD-PRODUTO
                    END-IF
                    IF WRK-TIPOVENDA = SPACE
                       MOVE 'V' TO WRK-TIPOVENDA
                    END-IF
                    PERFORM 0000-VALIDARCLIENTE
                    PERFORM 0000-VALIDARCATEGORIA
                    PERFORM 0000-VALIDARPRODUTO
                    PERFORM 0000-VALIDARDATAVENDA
                    PERFORM 0000-VERIFICARCREDITO
                    IF WRK-MESVENDA NOT = 99
                                  OR WRK-TIPOVENDA = 'D')
                               AND WRK-CLI-OK = 'S'
                               AND WRK-CAT-OK = 'S'
                               AND WRK-PROD-OK = 'S'
                               AND WRK-CREDITO-OK = 'S'
                          PERFORM 0000-APLICARMOVIMENTO
                       ELSE
           IF WRK-FS-CATEGORIAS = '00'
              MOVE 'S' TO WRK-CATMF-OK
           END-IF.
           MOVE 'N' TO WRK-PROMOMF-OK.
           OPEN INPUT ARQ-PROMOCOES.
           IF WRK-FS-PROMOCOES = '00'
              MOVE 'S' TO WRK-PROMOMF-OK
           END-IF.
           MOVE 'N' TO WRK-FATURMF-OK.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS = '00'
              CLOSE ARQ-JORNAL
              OPEN I-O ARQ-JORNAL
           END-IF.
           OPEN I-O ARQ-ESTOQUE.
           IF WRK-FS-ESTOQUE = '35'
              OPEN OUTPUT ARQ-ESTOQUE
              CLOSE ARQ-ESTOQUE
              OPEN I-O ARQ-ESTOQUE
           END-IF.
           PERFORM 0000-LERSEQJORNAL.

       0000-AGUARDAR.
                     DISPLAY 'CATEGORIA SEM PRODUTO CADASTRADO.'
                  END-IF
               END-PERFORM
               IF WRK-CAMPANHA NOT = SPACES
                  DISPLAY 'CATEGORIA EM PROMOCAO, CAMPANHA '
                     WRK-CAMPANHA ' DESCONTO ' WRK-PCT-PROMO '%'
               END-IF
               PERFORM 0000-LERPRODUTO
               PERFORM 0000-LERCLIENTE
               PERFORM 0000-VERIFICARCREDITO
               IF WRK-CREDITO-OK = 'N'
           END-PERFORM.

       0000-APLICARMOVIMENTO.
           IF WRK-DESCONTO > 0 AND WRK-DESCONTO < WRK-VENDA
              SUBTRACT WRK-DESCONTO FROM WRK-VENDA
           ELSE
              MOVE ZEROS TO WRK-DESCONTO
           END-IF.
           IF WRK-ANOVENDA = WRK-ANOSISTEMA
              ADD 1 TO WRK-REC-ACEITOS
              IF WRK-TIPOVENDA = 'D'
           END-IF.
           PERFORM 0000-GRAVARSALDO.
           PERFORM 0000-GRAVARSALDODIA.
           IF WRK-PRODUTO NOT = SPACES
              PERFORM 0000-BAIXARESTOQUE
           END-IF.
           PERFORM 0000-GRAVARJORNAL.

       0000-BAIXARESTOQUE.
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
           OPEN INPUT ARQ-SEQJORNAL.
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
                 MOVE '05' TO WRK-MOTIVO-REJ
              WHEN WRK-CAT-OK = 'N'
                 MOVE '06' TO WRK-MOTIVO-REJ
              WHEN WRK-PROD-OK = 'N'
                 MOVE '08' TO WRK-MOTIVO-REJ
              WHEN WRK-CREDITO-OK = 'N'
                 MOVE '07' TO WRK-MOTIVO-REJ
              WHEN OTHER
           ELSE
              PERFORM 0000-VALIDARCATSCAN
           END-IF.
           MOVE SPACES TO WRK-CAMPANHA.
           MOVE ZEROS TO WRK-PCT-PROMO.
           MOVE ZEROS TO WRK-DESCONTO.
           IF WRK-CAT-OK = 'S' AND WRK-PROMOMF-OK = 'S'
              PERFORM 0000-BUSCARPROMOCAO
           END-IF.

       0000-BUSCARPROMOCAO.
           MOVE WRK-ANOVENDA TO WRK-DVC-ANO.
           MOVE WRK-MESVENDA TO WRK-DVC-MES.
           MOVE WRK-DIAVENDA TO WRK-DVC-DIA.
           MOVE WRK-DATAVENDA-CHK TO WRK-DATA-PROMO.
           MOVE WRK-CATEGORIA TO REG-PM-CATEGORIA.
           MOVE ZEROS TO REG-PM-INICIO.
           START ARQ-PROMOCOES KEY IS NOT LESS THAN REG-PM-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-PROMOCOES
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PROMOCOES
           END-START.
           PERFORM 0000-PROCURARPROMOCAO
              UNTIL WRK-FS-PROMOCOES = '10'.
           MOVE '00' TO WRK-FS-PROMOCOES.
           IF WRK-CAMPANHA NOT = SPACES
              COMPUTE WRK-DESCONTO ROUNDED =
                 WRK-VENDA * WRK-PCT-PROMO / 100
           END-IF.

       0000-PROCURARPROMOCAO.
           READ ARQ-PROMOCOES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PROMOCOES
              NOT AT END
                 IF REG-PM-CATEGORIA NOT = WRK-CATEGORIA
                       OR REG-PM-INICIO > WRK-DATA-PROMO
                    MOVE '10' TO WRK-FS-PROMOCOES
                 ELSE
                    IF REG-PM-STATUS = 'A'
                          AND REG-PM-FIM >= WRK-DATA-PROMO
                       MOVE REG-PM-CAMPANHA TO WRK-CAMPANHA
                       MOVE REG-PM-PERCENTUAL TO WRK-PCT-PROMO
                       MOVE '10' TO WRK-FS-PROMOCOES
                    END-IF
                 END-IF
           END-READ.

       0000-VALIDARCATSCAN.
           IF WRK-PRODMF-OK = 'S'
                 END-IF
           END-READ.

       0000-VALIDARPRODUTO.
           MOVE 'S' TO WRK-PROD-OK.
           IF WRK-PRODUTO NOT = SPACES
              IF WRK-QTD-PRODUTO = 0
                 MOVE 'N' TO WRK-PROD-OK
              END-IF
              IF WRK-PRODMF-OK = 'S'
                 MOVE WRK-PRODUTO TO REG-PR-COD
                 READ ARQ-PRODUTOS
                    INVALID KEY
                       MOVE 'N' TO WRK-PROD-OK
                    NOT INVALID KEY
                       IF REG-PR-STATUS NOT = 'A'
                          MOVE 'N' TO WRK-PROD-OK
                       END-IF
                 END-READ
              END-IF
           END-IF.

       0000-LERPRODUTO.
           MOVE 'N' TO WRK-PROD-OK.
           PERFORM UNTIL WRK-PROD-OK = 'S'
              DISPLAY ' CODIGO DO PRODUTO (BRANCO=SEM ITEM DE '
                 'ESTOQUE)?'
              ACCEPT WRK-PRODUTO
              MOVE ZEROS TO WRK-QTD-PRODUTO
              IF WRK-PRODUTO NOT = SPACES
                 DISPLAY ' QUANTIDADE VENDIDA?'
                 ACCEPT WRK-QTD-PRODUTO
              END-IF
              PERFORM 0000-VALIDARPRODUTO
              IF WRK-PROD-OK = 'N'
                 DISPLAY 'PRODUTO NAO CADASTRADO, INATIVO OU SEM '
                    'QUANTIDADE.'
              END-IF
           END-PERFORM.

       0000-LERCLIENTE.
           MOVE 'N' TO WRK-CLI-OK.
           PERFORM UNTIL WRK-CLI-OK = 'S'
           PERFORM 0000-SOMARUMAFATURA
              UNTIL WRK-FS-FATURAS = '10'.
           MOVE '00' TO WRK-FS-FATURAS.
           MOVE 'C' TO WRK-CRD-TIPO.
           MOVE ZEROS TO WRK-CRD-VALOR WRK-CRD-FATURA WRK-CRD-PARCELA.
           MOVE 'PROG04' TO WRK-CRD-PROGRAMA.
           CALL 'CREDSRV' USING WRK-CRD-TIPO WRK-CLIENTE
              WRK-CRD-VALOR WRK-CRD-FATURA WRK-CRD-PARCELA
              WRK-DATASISTEMA WRK-OPERADOR WRK-CRD-PROGRAMA
              WRK-CRD-SALDO WRK-CRD-RESULTADO.
           SUBTRACT WRK-CRD-SALDO FROM WRK-SALDO-CLI.

       0000-SOMARUMAFATURA.
           READ ARQ-FATURAS NEXT RECORD
           IF WRK-CATMF-OK = 'S'
              CLOSE ARQ-CATEGORIAS
           END-IF.
           IF WRK-PROMOMF-OK = 'S'
              CLOSE ARQ-PROMOCOES
           END-IF.
           IF WRK-FATURMF-OK = 'S'
              CLOSE ARQ-FATURAS
           END-IF.
           CLOSE ARQ-JORNAL.
           CLOSE ARQ-ESTOQUE.
           DISPLAY '--------------'.
           DISPLAY 'ACABOU O PROGRAMA'.
