       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFNOTA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-NOTASFORN ASSIGN TO "NFFORMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NF-CHAVE
               FILE STATUS IS WRK-FS-NOTASFORN.
           SELECT ARQ-PEDCOMPRA ASSIGN TO "PCOMPMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PC-NUMERO
               FILE STATUS IS WRK-FS-PEDCOMPRA.
           SELECT ARQ-PAGAR ASSIGN TO "APAGMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AP-NUMERO
               FILE STATUS IS WRK-FS-PAGAR.
           SELECT ARQ-APCTRL ASSIGN TO WRK-NOME-APCTRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APCTRL.
           SELECT ARQ-FORNECEDORES ASSIGN TO "FORNMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FO-COD
               FILE STATUS IS WRK-FS-FORNECEDORES.
           SELECT ARQ-OPERADORES ASSIGN TO "OPERMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OP-ID
               FILE STATUS IS WRK-FS-OPERADORES.
           SELECT ARQ-NFTOLER ASSIGN TO "NFTOLER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFTOLER.
           SELECT ARQ-RELBLOQ ASSIGN TO "NFBLOQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELBLOQ.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-NOTASFORN.
       01 REG-NOTAFORN.
       COPY NFFREG.
       FD ARQ-PEDCOMPRA.
       01 REG-PEDCOMPRA.
       COPY PCOREG.
       FD ARQ-PAGAR.
       01 REG-PAGAR.
       COPY APAREG.
       FD ARQ-APCTRL.
       01 REG-APCTRL           PIC 9(08).
       FD ARQ-FORNECEDORES.
       01 REG-FORNECEDOR.
       COPY FORREG.
       FD ARQ-OPERADORES.
       01 REG-OPERADOR.
       COPY OPERREG.
       FD ARQ-NFTOLER.
       01 REG-NFTOLER.
          02 REG-NT-TOLQTD     PIC 9(03)V99.
          02 REG-NT-TOLPRECO   PIC 9(03)V99.
       FD ARQ-RELBLOQ.
       01 REG-RELBLOQ          PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-NOTASFORN PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PEDCOMPRA PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PAGAR     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-APCTRL    PIC X(02)     VALUE ZEROS.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-NOME-APCTRL  PIC X(12)     VALUE 'APCTRL.DAT'.
       77 WRK-FS-FORNECEDORES PIC X(02)  VALUE ZEROS.
       77 WRK-FS-OPERADORES PIC X(02)    VALUE ZEROS.
       77 WRK-FS-NFTOLER   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELBLOQ   PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-ACAO         PIC X(01)     VALUE SPACES.
       77 WRK-FORNECEDOR   PIC X(05)     VALUE SPACES.
       77 WRK-NUM-NOTA     PIC 9(09)     VALUE ZEROS.
       77 WRK-EMISSAO      PIC 9(08)     VALUE ZEROS.
       77 WRK-VENCIMENTO   PIC 9(08)     VALUE ZEROS.
       77 WRK-NUM-PEDIDO   PIC 9(08)     VALUE ZEROS.
       77 WRK-QTD          PIC 9(05)V99  VALUE ZEROS.
       77 WRK-PRECO        PIC 9(06)V99  VALUE ZEROS.
       77 WRK-QTD-LINHAS   PIC 9(02)     VALUE ZEROS.
       77 WRK-IDX          PIC 9(02)     VALUE ZEROS.
       77 WRK-IDX2         PIC 9(02)     VALUE ZEROS.
       77 WRK-CONTINUA     PIC X(01)     VALUE 'S'.
       77 WRK-CONFERE      PIC X(01)     VALUE 'S'.
       77 WRK-STATUS-NOTA  PIC X(01)     VALUE SPACES.
       77 WRK-TOT-NOTA     PIC 9(09)V99  VALUE ZEROS.
       77 WRK-QTD-FATURADA PIC 9(07)V99  VALUE ZEROS.
       77 WRK-QTD-LIMITE   PIC 9(07)V99  VALUE ZEROS.
       77 WRK-DIF-PRECO    PIC 9(06)V99  VALUE ZEROS.
       77 WRK-LIM-PRECO    PIC 9(06)V99  VALUE ZEROS.
       77 WRK-TOLQTD       PIC 9(03)V99  VALUE ZEROS.
       77 WRK-TOLPRECO     PIC 9(03)V99  VALUE 2,00.
       77 WRK-NOVA-TOLQTD  PIC 9(03)V99  VALUE ZEROS.
       77 WRK-NOVA-TOLPRECO PIC 9(03)V99 VALUE ZEROS.
       77 WRK-NUM-TITULO   PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.
       77 WRK-SUPER-ID     PIC X(08)     VALUE SPACES.
       77 WRK-SUPERVISOR   PIC X(01)     VALUE 'N'.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-FORN-ATUAL   PIC X(05)     VALUE SPACES.
       77 WRK-NOTA-ATUAL   PIC 9(09)     VALUE ZEROS.
       77 WRK-TOT-FORN     PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOT-GERAL    PIC 9(11)V99  VALUE ZEROS.
       77 WRK-QTD-NOTAS    PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-FORN     PIC 9(05)     VALUE ZEROS.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       01 WRK-LINHAS-TAB.
          02 WRK-LN OCCURS 20 TIMES.
             03 WRK-LN-PEDIDO    PIC 9(08).
             03 WRK-LN-PRODUTO   PIC X(06).
             03 WRK-LN-QTD       PIC 9(05)V99.
             03 WRK-LN-PRECO     PIC 9(06)V99.
             03 WRK-LN-VALOR     PIC 9(09)V99.
             03 WRK-LN-QTDRECEB  PIC 9(05)V99.
             03 WRK-LN-PRECOPED  PIC 9(06)V99.
             03 WRK-LN-MOTIVO    PIC X(30).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'CONFNOTA' TO WRK-LOG-PROGRAMA.
           OPEN INPUT ARQ-PEDCOMPRA.
           IF WRK-FS-PEDCOMPRA NOT = '00'
              DISPLAY 'CADASTRO DE PEDIDOS DE COMPRA NAO ENCONTRADO.'
           ELSE
              OPEN I-O ARQ-NOTASFORN
              IF WRK-FS-NOTASFORN = '35'
                 OPEN OUTPUT ARQ-NOTASFORN
                 CLOSE ARQ-NOTASFORN
                 OPEN I-O ARQ-NOTASFORN
              END-IF
              OPEN I-O ARQ-PAGAR
              IF WRK-FS-PAGAR = '35'
                 OPEN OUTPUT ARQ-PAGAR
                 CLOSE ARQ-PAGAR
                 OPEN I-O ARQ-PAGAR
              END-IF
              OPEN INPUT ARQ-FORNECEDORES
              PERFORM 0000-CARREGARTOLERANCIAS
              MOVE SPACES TO WRK-OPCAO
              PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'
              IF WRK-FS-FORNECEDORES = '00'
                 CLOSE ARQ-FORNECEDORES
              END-IF
              CLOSE ARQ-PAGAR
              CLOSE ARQ-NOTASFORN
              CLOSE ARQ-PEDCOMPRA
           END-IF.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'CONFERENCIA DE NOTAS DE FORNECEDOR'.
           DISPLAY ' 1 - REGISTRAR NOTA DE FORNECEDOR'.
           DISPLAY ' 2 - RESOLVER NOTA BLOQUEADA (COMPRAS)'.
           DISPLAY ' 3 - RELATORIO DE NOTAS BLOQUEADAS POR '
              'FORNECEDOR'.
           DISPLAY ' 4 - TOLERANCIAS DA CONFERENCIA'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-REGISTRARNOTA
              WHEN '2'
                 PERFORM 0005-RESOLVERBLOQUEADA
              WHEN '3'
                 PERFORM 0007-RELATORIOBLOQUEADAS
              WHEN '4'
                 PERFORM 0008-MANTERTOLERANCIAS
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0003-REGISTRARNOTA.
           DISPLAY ' CODIGO DO FORNECEDOR?'.
           ACCEPT WRK-FORNECEDOR.
           IF WRK-FS-FORNECEDORES = '00'
              MOVE WRK-FORNECEDOR TO REG-FO-COD
              READ ARQ-FORNECEDORES
                 INVALID KEY
                    MOVE SPACES TO WRK-FORNECEDOR
                    DISPLAY 'FORNECEDOR NAO CADASTRADO.'
                 NOT INVALID KEY
                    DISPLAY 'FORNECEDOR: ' REG-FO-NOME
              END-READ
           END-IF.
           IF WRK-FORNECEDOR NOT = SPACES
              DISPLAY ' NUMERO DA NOTA FISCAL?'
              ACCEPT WRK-NUM-NOTA
              MOVE WRK-FORNECEDOR TO REG-NF-FORNECEDOR
              MOVE WRK-NUM-NOTA TO REG-NF-NOTA
              MOVE 1 TO REG-NF-LINHA
              READ ARQ-NOTASFORN
                 INVALID KEY
                    PERFORM 0004-DIGITARNOTA
                 NOT INVALID KEY
                    DISPLAY 'NOTA JA REGISTRADA PARA ESTE FORNECEDOR '
                       '(STATUS=' REG-NF-STATUS ').'
              END-READ
           END-IF.

       0004-DIGITARNOTA.
           MOVE 'N' TO WRK-SRV-VALIDO.
           PERFORM UNTIL WRK-SRV-VALIDO = 'S'
              DISPLAY ' DATA DE EMISSAO DA NOTA (AAAAMMDD)?'
              ACCEPT WRK-EMISSAO
              MOVE 'V' TO WRK-SRV-FUNCAO
              MOVE WRK-EMISSAO TO WRK-SRV-DATA1
              CALL 'DATASRV' USING WRK-SRV-FUNCAO
                 WRK-SRV-DATA1 WRK-SRV-DATA2
                 WRK-SRV-NUMERO WRK-SRV-VALIDO
              IF WRK-SRV-VALIDO = 'N'
                 DISPLAY 'DATA INVALIDA, VERIFIQUE DIA, '
                    'MES E ANO.'
              END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-SRV-VALIDO.
           PERFORM UNTIL WRK-SRV-VALIDO = 'S'
              DISPLAY ' DATA DE VENCIMENTO (AAAAMMDD)?'
              ACCEPT WRK-VENCIMENTO
              MOVE 'V' TO WRK-SRV-FUNCAO
              MOVE WRK-VENCIMENTO TO WRK-SRV-DATA1
              CALL 'DATASRV' USING WRK-SRV-FUNCAO
                 WRK-SRV-DATA1 WRK-SRV-DATA2
                 WRK-SRV-NUMERO WRK-SRV-VALIDO
              IF WRK-SRV-VALIDO = 'N'
                 DISPLAY 'DATA INVALIDA, VERIFIQUE DIA, '
                    'MES E ANO.'
              ELSE
                 IF WRK-VENCIMENTO < WRK-EMISSAO
                    MOVE 'N' TO WRK-SRV-VALIDO
                    DISPLAY 'VENCIMENTO ANTERIOR A EMISSAO DA NOTA.'
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-QTD-LINHAS WRK-TOT-NOTA.
           MOVE 'S' TO WRK-CONTINUA.
           PERFORM 0000-DIGITARLINHA
              UNTIL WRK-CONTINUA = 'N' OR WRK-QTD-LINHAS = 20.
           IF WRK-QTD-LINHAS = 0
              DISPLAY 'NOTA SEM LINHAS, REGISTRO CANCELADO.'
           ELSE
              DISPLAY 'LINHAS=' WRK-QTD-LINHAS
                 ' TOTAL DA NOTA=' WRK-TOT-NOTA
              DISPLAY ' CONFIRMA O REGISTRO DA NOTA? (S/N)'
              ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                 PERFORM 0100-CONFERIRNOTA
                 PERFORM 0000-GRAVARNOTA
              ELSE
                 DISPLAY 'REGISTRO CANCELADO.'
              END-IF
           END-IF.

       0000-DIGITARLINHA.
           COMPUTE WRK-IDX = WRK-QTD-LINHAS + 1.
           DISPLAY ' PEDIDO DE COMPRA DA LINHA ' WRK-IDX
              ' (0=FIM)?'.
           ACCEPT WRK-NUM-PEDIDO.
           IF WRK-NUM-PEDIDO = 0
              MOVE 'N' TO WRK-CONTINUA
           ELSE
              MOVE WRK-NUM-PEDIDO TO REG-PC-NUMERO
              READ ARQ-PEDCOMPRA
                 INVALID KEY
                    DISPLAY 'PEDIDO DE COMPRA NAO ENCONTRADO.'
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN REG-PC-FORNECEDOR NOT = WRK-FORNECEDOR
                          DISPLAY 'PEDIDO ' WRK-NUM-PEDIDO
                             ' E DO FORNECEDOR ' REG-PC-FORNECEDOR '.'
                       WHEN REG-PC-STATUS = 'R'
                             OR REG-PC-STATUS = 'D'
                          DISPLAY 'PEDIDO ' WRK-NUM-PEDIDO
                             ' NAO FOI CONFIRMADO PELO COMPRADOR.'
                       WHEN OTHER
                          PERFORM 0000-ACEITARLINHA
                    END-EVALUATE
              END-READ
           END-IF.

       0000-ACEITARLINHA.
           DISPLAY 'PRODUTO=' REG-PC-PRODUTO
              ' PEDIDO=' REG-PC-QTDPEDIDA
              ' RECEBIDO=' REG-PC-QTDRECEBIDA
              ' PRECO=' REG-PC-PRECO.
           DISPLAY ' QUANTIDADE FATURADA NA NOTA?'.
           ACCEPT WRK-QTD.
           DISPLAY ' PRECO UNITARIO FATURADO?'.
           ACCEPT WRK-PRECO.
           IF WRK-QTD = 0 OR WRK-PRECO = 0
              DISPLAY 'QUANTIDADE E PRECO DEVEM SER '
                 'MAIORES QUE ZERO.'
           ELSE
              ADD 1 TO WRK-QTD-LINHAS
              MOVE WRK-NUM-PEDIDO TO WRK-LN-PEDIDO(WRK-QTD-LINHAS)
              MOVE REG-PC-PRODUTO TO WRK-LN-PRODUTO(WRK-QTD-LINHAS)
              MOVE WRK-QTD TO WRK-LN-QTD(WRK-QTD-LINHAS)
              MOVE WRK-PRECO TO WRK-LN-PRECO(WRK-QTD-LINHAS)
              COMPUTE WRK-LN-VALOR(WRK-QTD-LINHAS) ROUNDED =
                 WRK-QTD * WRK-PRECO
              ADD WRK-LN-VALOR(WRK-QTD-LINHAS) TO WRK-TOT-NOTA
           END-IF.

       0100-CONFERIRNOTA.
           MOVE 'S' TO WRK-CONFERE.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-LINHAS
              PERFORM 0000-CONFERIRLINHA
           END-PERFORM.
           IF WRK-CONFERE = 'S'
              MOVE 'C' TO WRK-STATUS-NOTA
              PERFORM 0000-GERARTITULO
              DISPLAY 'NOTA CONFERIDA COM PEDIDO E RECEBIMENTO. '
                 'TITULO A PAGAR ' WRK-NUM-TITULO ' GERADO.'
           ELSE
              MOVE 'B' TO WRK-STATUS-NOTA
              MOVE ZEROS TO WRK-NUM-TITULO
              DISPLAY '*** NOTA BLOQUEADA POR DIVERGENCIA ***'
              PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-LINHAS
                 IF WRK-LN-MOTIVO(WRK-IDX) NOT = SPACES
                    DISPLAY 'LINHA ' WRK-IDX
                       ' PEDIDO=' WRK-LN-PEDIDO(WRK-IDX)
                       ' ' WRK-LN-MOTIVO(WRK-IDX)
                 END-IF
              END-PERFORM
              DISPLAY 'NOTA ENCAMINHADA A COMPRAS PARA RESOLUCAO.'
              STRING 'NOTA BLOQUEADA FORN=' WRK-FORNECEDOR
                 ' NF=' WRK-NUM-NOTA
                 ' VALOR=' WRK-TOT-NOTA
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              MOVE 'W' TO WRK-LOG-SEVERIDADE
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              MOVE 'I' TO WRK-LOG-SEVERIDADE
           END-IF.

       0000-CONFERIRLINHA.
           MOVE SPACES TO WRK-LN-MOTIVO(WRK-IDX).
           MOVE WRK-LN-PEDIDO(WRK-IDX) TO REG-PC-NUMERO.
           READ ARQ-PEDCOMPRA
              INVALID KEY
                 MOVE ZEROS TO WRK-LN-QTDRECEB(WRK-IDX)
                    WRK-LN-PRECOPED(WRK-IDX)
                 MOVE 'PEDIDO DE COMPRA NAO ENCONTRADO'
                    TO WRK-LN-MOTIVO(WRK-IDX)
              NOT INVALID KEY
                 MOVE REG-PC-QTDRECEBIDA TO WRK-LN-QTDRECEB(WRK-IDX)
                 MOVE REG-PC-PRECO TO WRK-LN-PRECOPED(WRK-IDX)
                 PERFORM 0000-SOMARFATURADO
                 ADD WRK-LN-QTD(WRK-IDX) TO WRK-QTD-FATURADA
                 COMPUTE WRK-QTD-LIMITE ROUNDED = REG-PC-QTDRECEBIDA
                    * (100 + WRK-TOLQTD) / 100
                 IF REG-PC-PRECO > WRK-LN-PRECO(WRK-IDX)
                    COMPUTE WRK-DIF-PRECO =
                       REG-PC-PRECO - WRK-LN-PRECO(WRK-IDX)
                 ELSE
                    COMPUTE WRK-DIF-PRECO =
                       WRK-LN-PRECO(WRK-IDX) - REG-PC-PRECO
                 END-IF
                 COMPUTE WRK-LIM-PRECO ROUNDED =
                    REG-PC-PRECO * WRK-TOLPRECO / 100
                 EVALUATE TRUE
                    WHEN REG-PC-QTDRECEBIDA = 0
                       MOVE 'MERCADORIA NAO RECEBIDA'
                          TO WRK-LN-MOTIVO(WRK-IDX)
                    WHEN WRK-QTD-FATURADA > WRK-QTD-LIMITE
                       MOVE 'QTD FATURADA ACIMA DA RECEBIDA'
                          TO WRK-LN-MOTIVO(WRK-IDX)
                    WHEN WRK-DIF-PRECO > WRK-LIM-PRECO
                       MOVE 'PRECO FORA DA TOLERANCIA'
                          TO WRK-LN-MOTIVO(WRK-IDX)
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.
           IF WRK-LN-MOTIVO(WRK-IDX) NOT = SPACES
              MOVE 'N' TO WRK-CONFERE
           END-IF.

       0000-SOMARFATURADO.
           MOVE ZEROS TO WRK-QTD-FATURADA.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                 UNTIL WRK-IDX2 >= WRK-IDX
              IF WRK-LN-PEDIDO(WRK-IDX2) = WRK-LN-PEDIDO(WRK-IDX)
                 ADD WRK-LN-QTD(WRK-IDX2) TO WRK-QTD-FATURADA
              END-IF
           END-PERFORM.
           MOVE WRK-FORNECEDOR TO REG-NF-FORNECEDOR.
           MOVE ZEROS TO REG-NF-NOTA REG-NF-LINHA.
           START ARQ-NOTASFORN KEY IS NOT LESS THAN REG-NF-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-NOTASFORN
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-NOTASFORN
           END-START.
           PERFORM 0000-SOMARUMAFATURADA
              UNTIL WRK-FS-NOTASFORN = '10'.
           MOVE '00' TO WRK-FS-NOTASFORN.

       0000-SOMARUMAFATURADA.
           READ ARQ-NOTASFORN NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-NOTASFORN
              NOT AT END
                 IF REG-NF-FORNECEDOR NOT = WRK-FORNECEDOR
                    MOVE '10' TO WRK-FS-NOTASFORN
                 ELSE
                    IF REG-NF-PEDIDO = WRK-LN-PEDIDO(WRK-IDX)
                          AND REG-NF-NOTA NOT = WRK-NUM-NOTA
                          AND (REG-NF-STATUS = 'C'
                             OR REG-NF-STATUS = 'L')
                       ADD REG-NF-QTD TO WRK-QTD-FATURADA
                    END-IF
                 END-IF
           END-READ.

       0000-GERARTITULO.
           PERFORM 0000-LERNUMTITULO.
           ADD 1 TO WRK-NUM-TITULO.
           MOVE WRK-NUM-TITULO TO REG-AP-NUMERO.
           MOVE WRK-FORNECEDOR TO REG-AP-FORNECEDOR.
           MOVE WRK-DATASISTEMA TO REG-AP-EMISSAO.
           MOVE WRK-VENCIMENTO TO REG-AP-VENCIMENTO.
           MOVE WRK-TOT-NOTA TO REG-AP-VALOR.
           MOVE 'C' TO REG-AP-ORIGEM.
           MOVE WRK-LN-PEDIDO(1) TO REG-AP-REFERENCIA.
           MOVE 'A' TO REG-AP-STATUS.
           MOVE ZEROS TO REG-AP-DATAPAGTO.
           MOVE ZEROS TO REG-AP-VALORPAGO.
           MOVE SPACES TO REG-AP-SERVICO.
           MOVE SPACE TO REG-AP-RETSIT.
           MOVE ZEROS TO REG-AP-RETIDO.
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1 UNTIL WRK-IDX2 > 6
              MOVE ZEROS TO REG-AP-RETENCAO(WRK-IDX2)
           END-PERFORM.
           MOVE ZEROS TO REG-AP-TRIBUTO.
           MOVE WRK-CIA-EMPRESA TO REG-AP-EMPRESA.
           MOVE ZEROS TO REG-AP-DATAREM.
           MOVE SPACES TO REG-AP-MOTIVO.
           WRITE REG-PAGAR
              INVALID KEY
                 DISPLAY 'TITULO JA EXISTENTE, NUMERO '
                    WRK-NUM-TITULO
           END-WRITE.
           PERFORM 0000-GRAVARNUMTITULO.
           STRING 'TITULO=' WRK-NUM-TITULO
              ' FORN=' WRK-FORNECEDOR
              ' NF=' WRK-NUM-NOTA
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.

       0000-LERNUMTITULO.
           MOVE WRK-CIA-BASENUM TO WRK-NUM-TITULO.
           OPEN INPUT ARQ-APCTRL.
           IF WRK-FS-APCTRL = '00'
              READ ARQ-APCTRL
                 NOT AT END
                    MOVE REG-APCTRL TO WRK-NUM-TITULO
              END-READ
              CLOSE ARQ-APCTRL
           END-IF.

       0000-GRAVARNUMTITULO.
           OPEN OUTPUT ARQ-APCTRL.
           MOVE WRK-NUM-TITULO TO REG-APCTRL.
           WRITE REG-APCTRL.
           CLOSE ARQ-APCTRL.

       0000-GRAVARNOTA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-LINHAS
              MOVE WRK-FORNECEDOR TO REG-NF-FORNECEDOR
              MOVE WRK-NUM-NOTA TO REG-NF-NOTA
              MOVE WRK-IDX TO REG-NF-LINHA
              MOVE WRK-EMISSAO TO REG-NF-EMISSAO
              MOVE WRK-VENCIMENTO TO REG-NF-VENCIMENTO
              MOVE WRK-LN-PEDIDO(WRK-IDX) TO REG-NF-PEDIDO
              MOVE WRK-LN-PRODUTO(WRK-IDX) TO REG-NF-PRODUTO
              MOVE WRK-LN-QTD(WRK-IDX) TO REG-NF-QTD
              MOVE WRK-LN-PRECO(WRK-IDX) TO REG-NF-PRECO
              MOVE WRK-LN-VALOR(WRK-IDX) TO REG-NF-VALOR
              MOVE WRK-LN-QTDRECEB(WRK-IDX) TO REG-NF-QTDRECEB
              MOVE WRK-LN-PRECOPED(WRK-IDX) TO REG-NF-PRECOPED
              MOVE WRK-STATUS-NOTA TO REG-NF-STATUS
              MOVE WRK-LN-MOTIVO(WRK-IDX) TO REG-NF-MOTIVO
              MOVE WRK-NUM-TITULO TO REG-NF-TITULO
              MOVE WRK-DATASISTEMA TO REG-NF-DATASIT
              MOVE WRK-OPERADOR TO REG-NF-OPERADOR
              WRITE REG-NOTAFORN
                 INVALID KEY
                    DISPLAY 'LINHA ' WRK-IDX ' DA NOTA JA EXISTENTE.'
              END-WRITE
           END-PERFORM.
           STRING 'NOTA FORN=' WRK-FORNECEDOR
              ' NF=' WRK-NUM-NOTA
              ' STATUS=' WRK-STATUS-NOTA
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.

       0005-RESOLVERBLOQUEADA.
           DISPLAY ' CODIGO DO FORNECEDOR?'.
           ACCEPT WRK-FORNECEDOR.
           DISPLAY ' NUMERO DA NOTA FISCAL?'.
           ACCEPT WRK-NUM-NOTA.
           PERFORM 0000-CARREGARNOTA.
           EVALUATE TRUE
              WHEN WRK-QTD-LINHAS = 0
                 DISPLAY 'NOTA NAO ENCONTRADA.'
              WHEN WRK-STATUS-NOTA NOT = 'B'
                 DISPLAY 'NOTA NAO ESTA BLOQUEADA (STATUS='
                    WRK-STATUS-NOTA ').'
              WHEN OTHER
                 PERFORM 0006-DECIDIRBLOQUEADA
           END-EVALUATE.

       0000-CARREGARNOTA.
           MOVE ZEROS TO WRK-QTD-LINHAS WRK-TOT-NOTA.
           MOVE SPACES TO WRK-STATUS-NOTA.
           MOVE WRK-FORNECEDOR TO REG-NF-FORNECEDOR.
           MOVE WRK-NUM-NOTA TO REG-NF-NOTA.
           MOVE ZEROS TO REG-NF-LINHA.
           START ARQ-NOTASFORN KEY IS NOT LESS THAN REG-NF-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-NOTASFORN
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-NOTASFORN
           END-START.
           PERFORM 0000-CARREGARLINHA
              UNTIL WRK-FS-NOTASFORN = '10'.
           MOVE '00' TO WRK-FS-NOTASFORN.

       0000-CARREGARLINHA.
           READ ARQ-NOTASFORN NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-NOTASFORN
              NOT AT END
                 IF REG-NF-FORNECEDOR NOT = WRK-FORNECEDOR
                       OR REG-NF-NOTA NOT = WRK-NUM-NOTA
                       OR WRK-QTD-LINHAS = 20
                    MOVE '10' TO WRK-FS-NOTASFORN
                 ELSE
                    ADD 1 TO WRK-QTD-LINHAS
                    MOVE REG-NF-PEDIDO TO WRK-LN-PEDIDO(WRK-QTD-LINHAS)
                    MOVE REG-NF-PRODUTO
                       TO WRK-LN-PRODUTO(WRK-QTD-LINHAS)
                    MOVE REG-NF-QTD TO WRK-LN-QTD(WRK-QTD-LINHAS)
                    MOVE REG-NF-PRECO TO WRK-LN-PRECO(WRK-QTD-LINHAS)
                    MOVE REG-NF-VALOR TO WRK-LN-VALOR(WRK-QTD-LINHAS)
                    MOVE REG-NF-QTDRECEB
                       TO WRK-LN-QTDRECEB(WRK-QTD-LINHAS)
                    MOVE REG-NF-PRECOPED
                       TO WRK-LN-PRECOPED(WRK-QTD-LINHAS)
                    MOVE REG-NF-MOTIVO
                       TO WRK-LN-MOTIVO(WRK-QTD-LINHAS)
                    ADD REG-NF-VALOR TO WRK-TOT-NOTA
                    MOVE REG-NF-STATUS TO WRK-STATUS-NOTA
                    MOVE REG-NF-EMISSAO TO WRK-EMISSAO
                    MOVE REG-NF-VENCIMENTO TO WRK-VENCIMENTO
                 END-IF
           END-READ.

       0006-DECIDIRBLOQUEADA.
           DISPLAY 'NOTA ' WRK-NUM-NOTA ' EMISSAO=' WRK-EMISSAO
              ' VENC=' WRK-VENCIMENTO ' TOTAL=' WRK-TOT-NOTA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-LINHAS
              DISPLAY 'LINHA ' WRK-IDX
                 ' PEDIDO=' WRK-LN-PEDIDO(WRK-IDX)
                 ' QTD=' WRK-LN-QTD(WRK-IDX)
                 ' RECEB=' WRK-LN-QTDRECEB(WRK-IDX)
                 ' PRECO=' WRK-LN-PRECO(WRK-IDX)
                 ' COMBINADO=' WRK-LN-PRECOPED(WRK-IDX)
              IF WRK-LN-MOTIVO(WRK-IDX) NOT = SPACES
                 DISPLAY '   DIVERGENCIA: ' WRK-LN-MOTIVO(WRK-IDX)
              END-IF
           END-PERFORM.
           DISPLAY ' 1 - CONFERIR NOVAMENTE (APOS RECEBIMENTO)'.
           DISPLAY ' 2 - LIBERAR COM DIVERGENCIA (SUPERVISOR)'.
           DISPLAY ' 3 - RECUSAR A NOTA'.
           DISPLAY ' 0 - VOLTAR'.
           DISPLAY ' ACAO?'.
           ACCEPT WRK-ACAO.
           EVALUATE WRK-ACAO
              WHEN '1'
                 PERFORM 0100-CONFERIRNOTA
                 PERFORM 0000-ATUALIZARNOTA
              WHEN '2'
                 DISPLAY ' ID DO SUPERVISOR PARA AUTORIZAR A '
                    'LIBERACAO (BRANCO=CANCELAR)?'
                 ACCEPT WRK-SUPER-ID
                 PERFORM 0000-CONFERIRSUPERVISOR
                 IF WRK-SUPERVISOR = 'S'
                    MOVE 'L' TO WRK-STATUS-NOTA
                    PERFORM 0000-GERARTITULO
                    PERFORM 0000-ATUALIZARNOTA
                    DISPLAY 'NOTA LIBERADA. TITULO A PAGAR '
                       WRK-NUM-TITULO ' GERADO.'
                    STRING 'NOTA LIBERADA FORN=' WRK-FORNECEDOR
                       ' NF=' WRK-NUM-NOTA
                       ' SUPERVISOR=' WRK-SUPER-ID
                       DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                    MOVE 'W' TO WRK-LOG-SEVERIDADE
                    CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                       WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                    MOVE 'I' TO WRK-LOG-SEVERIDADE
                 ELSE
                    DISPLAY 'LIBERACAO COM DIVERGENCIA RESTRITA A '
                       'SUPERVISOR.'
                 END-IF
              WHEN '3'
                 DISPLAY ' CONFIRMA A RECUSA DA NOTA '
                    WRK-NUM-NOTA '? (S/N)'
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    MOVE 'X' TO WRK-STATUS-NOTA
                    MOVE ZEROS TO WRK-NUM-TITULO
                    PERFORM 0000-ATUALIZARNOTA
                    DISPLAY 'NOTA RECUSADA.'
                 ELSE
                    DISPLAY 'RECUSA CANCELADA.'
                 END-IF
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0000-ATUALIZARNOTA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-LINHAS
              MOVE WRK-FORNECEDOR TO REG-NF-FORNECEDOR
              MOVE WRK-NUM-NOTA TO REG-NF-NOTA
              MOVE WRK-IDX TO REG-NF-LINHA
              READ ARQ-NOTASFORN
                 INVALID KEY
                    DISPLAY 'LINHA ' WRK-IDX ' DA NOTA NAO ENCONTRADA.'
                 NOT INVALID KEY
                    MOVE WRK-LN-QTDRECEB(WRK-IDX) TO REG-NF-QTDRECEB
                    MOVE WRK-LN-PRECOPED(WRK-IDX) TO REG-NF-PRECOPED
                    MOVE WRK-STATUS-NOTA TO REG-NF-STATUS
                    MOVE WRK-LN-MOTIVO(WRK-IDX) TO REG-NF-MOTIVO
                    MOVE WRK-NUM-TITULO TO REG-NF-TITULO
                    MOVE WRK-DATASISTEMA TO REG-NF-DATASIT
                    MOVE WRK-OPERADOR TO REG-NF-OPERADOR
                    REWRITE REG-NOTAFORN
              END-READ
           END-PERFORM.
           STRING 'NOTA FORN=' WRK-FORNECEDOR
              ' NF=' WRK-NUM-NOTA
              ' STATUS=' WRK-STATUS-NOTA
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.

       0000-CONFERIRSUPERVISOR.
           MOVE 'N' TO WRK-SUPERVISOR.
           IF WRK-SUPER-ID = SPACES
              CONTINUE
           ELSE
              OPEN INPUT ARQ-OPERADORES
              IF WRK-FS-OPERADORES NOT = '00'
                 MOVE 'S' TO WRK-SUPERVISOR
              ELSE
                 MOVE WRK-SUPER-ID TO REG-OP-ID
                 READ ARQ-OPERADORES
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF REG-OP-PERFIL = 'S'
                          MOVE 'S' TO WRK-SUPERVISOR
                       END-IF
                 END-READ
                 CLOSE ARQ-OPERADORES
              END-IF
           END-IF.

       0007-RELATORIOBLOQUEADAS.
           MOVE ZEROS TO WRK-TOT-FORN WRK-TOT-GERAL WRK-QTD-NOTAS
              WRK-QTD-FORN WRK-NOTA-ATUAL.
           MOVE SPACES TO WRK-FORN-ATUAL.
           OPEN OUTPUT ARQ-RELBLOQ.
           MOVE SPACES TO WRK-LINHA.
           STRING 'NOTAS DE FORNECEDOR BLOQUEADAS NA CONFERENCIA - '
              WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELBLOQ FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOLERANCIAS: QUANTIDADE=' WRK-TOLQTD
              '% PRECO=' WRK-TOLPRECO '%'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELBLOQ FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELBLOQ FROM WRK-LINHA.
           MOVE SPACES TO REG-NF-FORNECEDOR.
           MOVE ZEROS TO REG-NF-NOTA REG-NF-LINHA.
           START ARQ-NOTASFORN KEY IS NOT LESS THAN REG-NF-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-NOTASFORN
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-NOTASFORN
           END-START.
           PERFORM 0000-LISTARUMABLOQUEADA
              UNTIL WRK-FS-NOTASFORN = '10'.
           MOVE '00' TO WRK-FS-NOTASFORN.
           PERFORM 0000-FECHARFORNECEDOR.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELBLOQ FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FORNECEDORES=' WRK-QTD-FORN
              ' NOTAS BLOQUEADAS=' WRK-QTD-NOTAS
              ' VALOR BLOQUEADO=' WRK-TOT-GERAL
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELBLOQ FROM WRK-LINHA.
           CLOSE ARQ-RELBLOQ.
           DISPLAY 'NOTAS BLOQUEADAS=' WRK-QTD-NOTAS
              ' VALOR=' WRK-TOT-GERAL.
           DISPLAY 'RELATORIO GRAVADO EM NFBLOQ.TXT'.
           MOVE 'NFBLOQ.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.

       0000-LISTARUMABLOQUEADA.
           READ ARQ-NOTASFORN NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-NOTASFORN
              NOT AT END
                 IF REG-NF-STATUS = 'B'
                    IF REG-NF-FORNECEDOR NOT = WRK-FORN-ATUAL
                       PERFORM 0000-FECHARFORNECEDOR
                       PERFORM 0000-ABRIRFORNECEDOR
                    END-IF
                    IF REG-NF-NOTA NOT = WRK-NOTA-ATUAL
                       ADD 1 TO WRK-QTD-NOTAS
                       MOVE REG-NF-NOTA TO WRK-NOTA-ATUAL
                    END-IF
                    ADD REG-NF-VALOR TO WRK-TOT-FORN WRK-TOT-GERAL
                    MOVE SPACES TO WRK-LINHA
                    STRING '  NF ' REG-NF-NOTA
                       ' LN ' REG-NF-LINHA
                       ' PEDIDO=' REG-NF-PEDIDO
                       ' VALOR=' REG-NF-VALOR
                       ' ' REG-NF-MOTIVO
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-RELBLOQ FROM WRK-LINHA
                 END-IF
           END-READ.

       0000-ABRIRFORNECEDOR.
           MOVE REG-NF-FORNECEDOR TO WRK-FORN-ATUAL.
           MOVE ZEROS TO WRK-NOTA-ATUAL WRK-TOT-FORN.
           ADD 1 TO WRK-QTD-FORN.
           MOVE SPACES TO REG-FO-NOME.
           IF WRK-FS-FORNECEDORES = '00'
              MOVE WRK-FORN-ATUAL TO REG-FO-COD
              READ ARQ-FORNECEDORES
                 INVALID KEY
                    MOVE 'FORNECEDOR NAO CADASTRADO' TO REG-FO-NOME
              END-READ
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FORNECEDOR ' WRK-FORN-ATUAL ' - ' REG-FO-NOME
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELBLOQ FROM WRK-LINHA.

       0000-FECHARFORNECEDOR.
           IF WRK-FORN-ATUAL NOT = SPACES
              MOVE SPACES TO WRK-LINHA
              STRING '  TOTAL BLOQUEADO DO FORNECEDOR '
                 WRK-FORN-ATUAL ': ' WRK-TOT-FORN
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELBLOQ FROM WRK-LINHA
           END-IF.

       0000-CARREGARTOLERANCIAS.
           OPEN INPUT ARQ-NFTOLER.
           IF WRK-FS-NFTOLER = '00'
              READ ARQ-NFTOLER
                 NOT AT END
                    MOVE REG-NT-TOLQTD TO WRK-TOLQTD
                    MOVE REG-NT-TOLPRECO TO WRK-TOLPRECO
              END-READ
              CLOSE ARQ-NFTOLER
           END-IF.

       0008-MANTERTOLERANCIAS.
           DISPLAY 'ATUAL: QUANTIDADE=' WRK-TOLQTD
              '% PRECO=' WRK-TOLPRECO '%'.
           DISPLAY ' TOLERANCIA DE QUANTIDADE ACIMA DA RECEBIDA (%)?'.
           ACCEPT WRK-NOVA-TOLQTD.
           DISPLAY ' TOLERANCIA DE PRECO SOBRE O PEDIDO (%)?'.
           ACCEPT WRK-NOVA-TOLPRECO.
           IF WRK-NOVA-TOLQTD > 20 OR WRK-NOVA-TOLPRECO > 20
              DISPLAY 'TOLERANCIAS INVALIDAS (MAXIMO 20 POR CENTO), '
                 'ALTERACAO DESCARTADA.'
           ELSE
              MOVE WRK-NOVA-TOLQTD TO WRK-TOLQTD
              MOVE WRK-NOVA-TOLPRECO TO WRK-TOLPRECO
              OPEN OUTPUT ARQ-NFTOLER
              MOVE WRK-TOLQTD TO REG-NT-TOLQTD
              MOVE WRK-TOLPRECO TO REG-NT-TOLPRECO
              WRITE REG-NFTOLER
              CLOSE ARQ-NFTOLER
              STRING 'NFTOLER QTD=' WRK-TOLQTD
                 ' PRECO=' WRK-TOLPRECO
                 ' OPER=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              DISPLAY 'TOLERANCIAS GRAVADAS.'
           END-IF.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'APCTRL.DAT' TO WRK-NOME-APCTRL.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-APCTRL WRK-CIA-VALIDO.
