       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPOSICA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESTOQUE ASSIGN TO "ESTOQMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ES-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT ARQ-MOVIMENTOS ASSIGN TO "ESTOQMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVIMENTOS.
           SELECT ARQ-PEDCOMPRA ASSIGN TO "PCOMPMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PC-NUMERO
               FILE STATUS IS WRK-FS-PEDCOMPRA.
           SELECT ARQ-PCCTRL ASSIGN TO "PCCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PCCTRL.
           SELECT ARQ-PRODUTOS ASSIGN TO "PRODMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PR-COD
               FILE STATUS IS WRK-FS-PRODUTOS.
           SELECT ARQ-FORNECEDORES ASSIGN TO "FORNMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FO-COD
               FILE STATUS IS WRK-FS-FORNECEDORES.
           SELECT ARQ-FORNPREF ASSIGN TO "FORNPREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FP-PRODUTO
               FILE STATUS IS WRK-FS-FORNPREF.
           SELECT ARQ-RELREPOS ASSIGN TO "REPOSIC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELREPOS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ESTOQUE.
       01 REG-ESTOQUE.
       COPY ESTREG.
       FD ARQ-MOVIMENTOS.
       01 REG-MOVIMENTO.
          02 REG-MV-DATA       PIC 9(08).
          02 REG-MV-HORA       PIC 9(08).
          02 REG-MV-PRODUTO    PIC X(06).
          02 REG-MV-TIPO       PIC X(01).
          02 REG-MV-QTD        PIC 9(05)V99.
          02 REG-MV-MOTIVO     PIC X(02).
          02 REG-MV-OPERADOR   PIC X(08).
       FD ARQ-PEDCOMPRA.
       01 REG-PEDCOMPRA.
       COPY PCOREG.
       FD ARQ-PCCTRL.
       01 REG-PCCTRL           PIC 9(08).
       FD ARQ-PRODUTOS.
       01 REG-PRODUTO.
       COPY PRODREG.
       FD ARQ-FORNECEDORES.
       01 REG-FORNECEDOR.
       COPY FORREG.
       FD ARQ-FORNPREF.
       01 REG-FORNPREF.
       COPY FPRREG.
       FD ARQ-RELREPOS.
       01 REG-RELREPOS         PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-ESTOQUE   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-MOVIMENTOS PIC X(02)    VALUE ZEROS.
       77 WRK-FS-PEDCOMPRA PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PCCTRL    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PRODUTOS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FORNECEDORES PIC X(02)  VALUE ZEROS.
       77 WRK-FS-FORNPREF  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELREPOS  PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-PRODUTO      PIC X(06)     VALUE SPACES.
       77 WRK-FORNECEDOR   PIC X(05)     VALUE SPACES.
       77 WRK-PRECO        PIC 9(06)V99  VALUE ZEROS.
       77 WRK-NUM-PEDIDO   PIC 9(08)     VALUE ZEROS.
       77 WRK-DIAS-HIST    PIC 9(03)     VALUE ZEROS.
       77 WRK-DIAS-COBERT  PIC 9(03)     VALUE ZEROS.
       77 WRK-EM-CAMINHO   PIC 9(07)V99  VALUE ZEROS.
       77 WRK-SALDO-PEDIDO PIC S9(07)V99 VALUE ZEROS.
       77 WRK-ULT-FORN     PIC X(05)     VALUE SPACES.
       77 WRK-ULT-PRECO    PIC 9(06)V99  VALUE ZEROS.
       77 WRK-CONSUMO      PIC 9(09)V99  VALUE ZEROS.
       77 WRK-CONSUMO-DIA  PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-NECESSIDADE  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QTD-PROPOSTA PIC 9(05)     VALUE ZEROS.
       77 WRK-SITUACAO     PIC X(30)     VALUE SPACES.
       77 WRK-QTD-ABAIXO   PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-PROPOSTAS PIC 9(05)    VALUE ZEROS.
       77 WRK-QTD-COBERTOS PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(05)    VALUE ZEROS.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.
       77 WRK-SALDO-ED     PIC -9(07),99 VALUE ZEROS.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'REPOSICA' TO WRK-LOG-PROGRAMA.
           OPEN I-O ARQ-FORNPREF.
           IF WRK-FS-FORNPREF = '35'
              OPEN OUTPUT ARQ-FORNPREF
              CLOSE ARQ-FORNPREF
              OPEN I-O ARQ-FORNPREF
           END-IF.
           OPEN INPUT ARQ-PRODUTOS.
           OPEN INPUT ARQ-FORNECEDORES.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           IF WRK-FS-FORNECEDORES = '00'
              CLOSE ARQ-FORNECEDORES
           END-IF.
           IF WRK-FS-PRODUTOS = '00'
              CLOSE ARQ-PRODUTOS
           END-IF.
           CLOSE ARQ-FORNPREF.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'PROPOSTAS DE REPOSICAO DE ESTOQUE'.
           DISPLAY ' 1 - GERAR PROPOSTAS DE REPOSICAO'.
           DISPLAY ' 2 - FORNECEDOR PREFERENCIAL DO PRODUTO'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-GERARPROPOSTAS
              WHEN '2'
                 PERFORM 0006-FORNPREFERENCIAL
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0003-GERARPROPOSTAS.
           DISPLAY ' DIAS DE HISTORICO DE CONSUMO (0=90)?'.
           ACCEPT WRK-DIAS-HIST.
           IF WRK-DIAS-HIST = 0
              MOVE 90 TO WRK-DIAS-HIST
           END-IF.
           DISPLAY ' DIAS DE COBERTURA DA REPOSICAO (0=30)?'.
           ACCEPT WRK-DIAS-COBERT.
           IF WRK-DIAS-COBERT = 0
              MOVE 30 TO WRK-DIAS-COBERT
           END-IF.
           OPEN INPUT ARQ-ESTOQUE.
           IF WRK-FS-ESTOQUE NOT = '00'
              DISPLAY 'CADASTRO DE ESTOQUE NAO ENCONTRADO.'
           ELSE
              OPEN I-O ARQ-PEDCOMPRA
              IF WRK-FS-PEDCOMPRA = '35'
                 OPEN OUTPUT ARQ-PEDCOMPRA
                 CLOSE ARQ-PEDCOMPRA
                 OPEN I-O ARQ-PEDCOMPRA
              END-IF
              PERFORM 0004-PROCESSARESTOQUE
              CLOSE ARQ-PEDCOMPRA
              CLOSE ARQ-ESTOQUE
           END-IF.

       0004-PROCESSARESTOQUE.
           MOVE ZEROS TO WRK-QTD-ABAIXO WRK-QTD-PROPOSTAS
              WRK-QTD-COBERTOS WRK-QTD-PENDENTES.
           OPEN OUTPUT ARQ-RELREPOS.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PROPOSTAS DE REPOSICAO DE ESTOQUE - '
              WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREPOS FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'HISTORICO=' WRK-DIAS-HIST ' DIAS'
              ' COBERTURA=' WRK-DIAS-COBERT ' DIAS'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREPOS FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELREPOS FROM WRK-LINHA.
           MOVE LOW-VALUES TO REG-ES-PRODUTO.
           START ARQ-ESTOQUE KEY IS NOT LESS THAN REG-ES-PRODUTO
              INVALID KEY
                 MOVE '10' TO WRK-FS-ESTOQUE
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-ESTOQUE
           END-START.
           PERFORM 0000-AVALIARUMPROD
              UNTIL WRK-FS-ESTOQUE = '10'.
           MOVE '00' TO WRK-FS-ESTOQUE.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELREPOS FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ABAIXO DO MINIMO=' WRK-QTD-ABAIXO
              ' PROPOSTAS=' WRK-QTD-PROPOSTAS
              ' COBERTOS=' WRK-QTD-COBERTOS
              ' PENDENTES=' WRK-QTD-PENDENTES
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREPOS FROM WRK-LINHA.
           CLOSE ARQ-RELREPOS.
           DISPLAY 'PRODUTOS ABAIXO DO MINIMO=' WRK-QTD-ABAIXO
              ' PROPOSTAS GERADAS=' WRK-QTD-PROPOSTAS.
           DISPLAY 'PROPOSTAS AGUARDAM CONFIRMACAO NO COMPRAS.'.
           DISPLAY 'RELATORIO GRAVADO EM REPOSIC.TXT'.
           MOVE 'REPOSIC.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           STRING 'PROPOSTAS REPOSICAO=' WRK-QTD-PROPOSTAS
              ' ABAIXO MINIMO=' WRK-QTD-ABAIXO
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.

       0000-AVALIARUMPROD.
           READ ARQ-ESTOQUE NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ESTOQUE
              NOT AT END
                 IF REG-ES-MINIMO > 0
                       AND REG-ES-SALDO < REG-ES-MINIMO
                    PERFORM 0005-PROPORPRODUTO
                 END-IF
           END-READ.

       0005-PROPORPRODUTO.
           ADD 1 TO WRK-QTD-ABAIXO.
           MOVE REG-ES-PRODUTO TO WRK-PRODUTO.
           MOVE ZEROS TO WRK-QTD-PROPOSTA WRK-CONSUMO-DIA.
           MOVE ZEROS TO WRK-NUM-PEDIDO.
           MOVE SPACES TO WRK-FORNECEDOR.
           PERFORM 0000-SOMARPEDIDOS.
           IF REG-ES-SALDO + WRK-EM-CAMINHO >= REG-ES-MINIMO
              ADD 1 TO WRK-QTD-COBERTOS
              MOVE 'COBERTO POR PEDIDO EM ABERTO' TO WRK-SITUACAO
           ELSE
              PERFORM 0000-CALCULARCONSUMO
              COMPUTE WRK-NECESSIDADE = REG-ES-MINIMO
                 + (WRK-CONSUMO-DIA * WRK-DIAS-COBERT)
                 - REG-ES-SALDO - WRK-EM-CAMINHO
              COMPUTE WRK-QTD-PROPOSTA = WRK-NECESSIDADE + 0,99
              PERFORM 0000-ESCOLHERFORNECEDOR
              IF WRK-SITUACAO = SPACES
                 PERFORM 0000-GRAVARPROPOSTA
              ELSE
                 ADD 1 TO WRK-QTD-PENDENTES
              END-IF
           END-IF.
           MOVE REG-ES-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PRODUTO ' WRK-PRODUTO
              ' SALDO=' WRK-SALDO-ED
              ' MIN=' REG-ES-MINIMO
              ' CAMINHO=' WRK-EM-CAMINHO
              ' CONS/DIA=' WRK-CONSUMO-DIA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREPOS FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-NUM-PEDIDO > 0
              STRING '   PROPOSTA ' WRK-NUM-PEDIDO
                 ' FORN=' WRK-FORNECEDOR
                 ' QTD=' WRK-QTD-PROPOSTA
                 ' PRECO=' WRK-PRECO
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              STRING '   NAO PROPOSTO: ' WRK-SITUACAO
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELREPOS FROM WRK-LINHA.

       0000-SOMARPEDIDOS.
           MOVE ZEROS TO WRK-EM-CAMINHO WRK-ULT-PRECO.
           MOVE SPACES TO WRK-ULT-FORN.
           MOVE ZEROS TO REG-PC-NUMERO.
           START ARQ-PEDCOMPRA KEY IS NOT LESS THAN REG-PC-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-PEDCOMPRA
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PEDCOMPRA
           END-START.
           PERFORM 0000-SOMARUMPEDIDO
              UNTIL WRK-FS-PEDCOMPRA = '10'.
           MOVE '00' TO WRK-FS-PEDCOMPRA.

       0000-SOMARUMPEDIDO.
           READ ARQ-PEDCOMPRA NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PEDCOMPRA
              NOT AT END
                 IF REG-PC-PRODUTO = WRK-PRODUTO
                    IF REG-PC-STATUS = 'A' OR REG-PC-STATUS = 'P'
                          OR REG-PC-STATUS = 'R'
                       COMPUTE WRK-SALDO-PEDIDO =
                          REG-PC-QTDPEDIDA - REG-PC-QTDRECEBIDA
                       IF WRK-SALDO-PEDIDO > 0
                          ADD WRK-SALDO-PEDIDO TO WRK-EM-CAMINHO
                       END-IF
                    END-IF
                    IF REG-PC-STATUS NOT = 'D'
                       MOVE REG-PC-FORNECEDOR TO WRK-ULT-FORN
                       MOVE REG-PC-PRECO TO WRK-ULT-PRECO
                    END-IF
                 END-IF
           END-READ.

       0000-CALCULARCONSUMO.
           MOVE ZEROS TO WRK-CONSUMO.
           OPEN INPUT ARQ-MOVIMENTOS.
           IF WRK-FS-MOVIMENTOS = '00'
              PERFORM 0000-SOMARUMMOVIMENTO
                 UNTIL WRK-FS-MOVIMENTOS = '10'
              CLOSE ARQ-MOVIMENTOS
           END-IF.
           COMPUTE WRK-CONSUMO-DIA ROUNDED =
              WRK-CONSUMO / WRK-DIAS-HIST.

       0000-SOMARUMMOVIMENTO.
           READ ARQ-MOVIMENTOS
              AT END
                 MOVE '10' TO WRK-FS-MOVIMENTOS
              NOT AT END
                 IF REG-MV-PRODUTO = WRK-PRODUTO
                       AND REG-MV-TIPO = 'S'
                       AND REG-MV-MOTIVO = SPACES
                    MOVE 'D' TO WRK-SRV-FUNCAO
                    MOVE REG-MV-DATA TO WRK-SRV-DATA1
                    MOVE WRK-DATASISTEMA TO WRK-SRV-DATA2
                    CALL 'DATASRV' USING WRK-SRV-FUNCAO
                       WRK-SRV-DATA1 WRK-SRV-DATA2
                       WRK-SRV-NUMERO WRK-SRV-VALIDO
                    IF WRK-SRV-NUMERO >= 0
                          AND WRK-SRV-NUMERO < WRK-DIAS-HIST
                       ADD REG-MV-QTD TO WRK-CONSUMO
                    END-IF
                 END-IF
           END-READ.

       0000-ESCOLHERFORNECEDOR.
           MOVE SPACES TO WRK-SITUACAO.
           MOVE WRK-ULT-FORN TO WRK-FORNECEDOR.
           MOVE WRK-ULT-PRECO TO WRK-PRECO.
           MOVE WRK-PRODUTO TO REG-FP-PRODUTO.
           READ ARQ-FORNPREF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE REG-FP-FORNECEDOR TO WRK-FORNECEDOR
                 IF REG-FP-PRECO > 0
                    MOVE REG-FP-PRECO TO WRK-PRECO
                 END-IF
           END-READ.
           IF WRK-FORNECEDOR = SPACES
              MOVE 'SEM FORNECEDOR PREFERENCIAL' TO WRK-SITUACAO
           ELSE
              IF WRK-FS-FORNECEDORES = '00'
                 MOVE WRK-FORNECEDOR TO REG-FO-COD
                 READ ARQ-FORNECEDORES
                    INVALID KEY
                       MOVE 'FORNECEDOR NAO CADASTRADO'
                          TO WRK-SITUACAO
                    NOT INVALID KEY
                       IF REG-FO-STATUS NOT = 'A'
                          MOVE 'FORNECEDOR PREFERENCIAL INATIVO'
                             TO WRK-SITUACAO
                       END-IF
                 END-READ
              END-IF
           END-IF.

       0000-GRAVARPROPOSTA.
           PERFORM 0000-LERNUMPEDIDO.
           ADD 1 TO WRK-NUM-PEDIDO.
           MOVE WRK-NUM-PEDIDO TO REG-PC-NUMERO.
           MOVE WRK-DATASISTEMA TO REG-PC-DATA.
           MOVE WRK-FORNECEDOR TO REG-PC-FORNECEDOR.
           MOVE WRK-PRODUTO TO REG-PC-PRODUTO.
           MOVE WRK-QTD-PROPOSTA TO REG-PC-QTDPEDIDA.
           MOVE WRK-PRECO TO REG-PC-PRECO.
           MOVE ZEROS TO REG-PC-QTDRECEBIDA.
           MOVE 'R' TO REG-PC-STATUS.
           WRITE REG-PEDCOMPRA
              INVALID KEY
                 DISPLAY 'PEDIDO JA EXISTENTE, NUMERO '
                    WRK-NUM-PEDIDO
           END-WRITE.
           PERFORM 0000-GRAVARNUMPEDIDO.
           ADD 1 TO WRK-QTD-PROPOSTAS.

       0000-LERNUMPEDIDO.
           MOVE ZEROS TO WRK-NUM-PEDIDO.
           OPEN INPUT ARQ-PCCTRL.
           IF WRK-FS-PCCTRL = '00'
              READ ARQ-PCCTRL
                 NOT AT END
                    MOVE REG-PCCTRL TO WRK-NUM-PEDIDO
              END-READ
              CLOSE ARQ-PCCTRL
           END-IF.

       0000-GRAVARNUMPEDIDO.
           OPEN OUTPUT ARQ-PCCTRL.
           MOVE WRK-NUM-PEDIDO TO REG-PCCTRL.
           WRITE REG-PCCTRL.
           CLOSE ARQ-PCCTRL.

       0006-FORNPREFERENCIAL.
           DISPLAY ' CODIGO DO PRODUTO?'.
           ACCEPT WRK-PRODUTO.
           IF WRK-FS-PRODUTOS = '00'
              MOVE WRK-PRODUTO TO REG-PR-COD
              READ ARQ-PRODUTOS
                 INVALID KEY
                    DISPLAY 'PRODUTO NAO CADASTRADO.'
                    MOVE SPACES TO WRK-PRODUTO
                 NOT INVALID KEY
                    DISPLAY 'PRODUTO: ' REG-PR-DESCRICAO
              END-READ
           END-IF.
           IF WRK-PRODUTO NOT = SPACES
              MOVE WRK-PRODUTO TO REG-FP-PRODUTO
              READ ARQ-FORNPREF
                 INVALID KEY
                    DISPLAY 'SEM FORNECEDOR PREFERENCIAL DEFINIDO.'
                 NOT INVALID KEY
                    DISPLAY 'ATUAL: FORN=' REG-FP-FORNECEDOR
                       ' PRECO=' REG-FP-PRECO
              END-READ
              DISPLAY ' CODIGO DO FORNECEDOR PREFERENCIAL?'
              ACCEPT WRK-FORNECEDOR
              PERFORM 0007-GRAVARPREFERENCIAL
           END-IF.

       0007-GRAVARPREFERENCIAL.
           MOVE SPACES TO WRK-SITUACAO.
           IF WRK-FS-FORNECEDORES = '00'
              MOVE WRK-FORNECEDOR TO REG-FO-COD
              READ ARQ-FORNECEDORES
                 INVALID KEY
                    MOVE 'FORNECEDOR NAO CADASTRADO.' TO WRK-SITUACAO
                 NOT INVALID KEY
                    IF REG-FO-STATUS NOT = 'A'
                       MOVE 'FORNECEDOR INATIVO.' TO WRK-SITUACAO
                    ELSE
                       DISPLAY 'FORNECEDOR: ' REG-FO-NOME
                    END-IF
              END-READ
           END-IF.
           IF WRK-SITUACAO NOT = SPACES
              DISPLAY WRK-SITUACAO
           ELSE
              DISPLAY ' PRECO UNITARIO DE REFERENCIA (0=ULTIMO '
                 'PEDIDO)?'
              ACCEPT WRK-PRECO
              MOVE WRK-PRODUTO TO REG-FP-PRODUTO
              READ ARQ-FORNPREF
                 INVALID KEY
                    MOVE WRK-PRODUTO TO REG-FP-PRODUTO
                    MOVE WRK-FORNECEDOR TO REG-FP-FORNECEDOR
                    MOVE WRK-PRECO TO REG-FP-PRECO
                    WRITE REG-FORNPREF
                 NOT INVALID KEY
                    MOVE WRK-FORNECEDOR TO REG-FP-FORNECEDOR
                    MOVE WRK-PRECO TO REG-FP-PRECO
                    REWRITE REG-FORNPREF
              END-READ
              DISPLAY 'FORNECEDOR PREFERENCIAL GRAVADO.'
              STRING 'FORNPREF PRODUTO=' WRK-PRODUTO
                 ' FORN=' WRK-FORNECEDOR
                 ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-IF.
