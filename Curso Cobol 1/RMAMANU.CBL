       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMAMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDMF ASSIGN TO "PEDIDMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PE-NUMERO
               FILE STATUS IS WRK-FS-PEDIDMF.
           SELECT ARQ-DEVOLUCOES ASSIGN TO "RMAMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-RM-NUMERO
               FILE STATUS IS WRK-FS-DEVOLUCOES.
           SELECT ARQ-RMACTRL ASSIGN TO "RMACTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RMACTRL.
           SELECT ARQ-PRODUTOS ASSIGN TO "PRODMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PR-COD
               FILE STATUS IS WRK-FS-PRODUTOS.
           SELECT ARQ-TRANSPORTES ASSIGN TO "TRANSMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TP-COD
               FILE STATUS IS WRK-FS-TRANSPORTES.
           SELECT ARQ-ESTOQUE ASSIGN TO "ESTOQMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ES-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT ARQ-MOVESTOQUE ASSIGN TO "ESTOQMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVESTOQUE.
           SELECT ARQ-FATURAS ASSIGN TO "FATURMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-NUMERO
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT ARQ-FATCTRL ASSIGN TO WRK-NOME-FATCTRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATCTRL.
           SELECT ARQ-DOCFAT ASSIGN TO "FATURAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DOCFAT.
           SELECT ARQ-RELRMA ASSIGN TO "RMAREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELRMA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PEDIDMF.
       01 REG-PEDIDO.
       COPY PEDIREG.
       FD ARQ-DEVOLUCOES.
       01 REG-DEVOLUCAO.
       COPY RMAREG.
       FD ARQ-RMACTRL.
       01 REG-RMACTRL          PIC 9(08).
       FD ARQ-PRODUTOS.
       01 REG-PRODUTO.
       COPY PRODREG.
       FD ARQ-TRANSPORTES.
       01 REG-TRANSPORTE.
       COPY TRANSREG.
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
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-FATCTRL.
       01 REG-FATCTRL          PIC 9(08).
       FD ARQ-DOCFAT.
       01 REG-DOCFAT           PIC X(80).
       FD ARQ-RELRMA.
       01 REG-RELRMA           PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       01 WRK-DATAINF.
          02 WRK-DATAINF-ANO PIC 9(04).
          02 WRK-DATAINF-MES PIC 9(02).
          02 WRK-DATAINF-DIA PIC 9(02).
       77 WRK-FS-PEDIDMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-DEVOLUCOES PIC X(02)    VALUE ZEROS.
       77 WRK-FS-RMACTRL   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PRODUTOS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-TRANSPORTES PIC X(02)   VALUE ZEROS.
       77 WRK-FS-ESTOQUE   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-MOVESTOQUE PIC X(02)    VALUE ZEROS.
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATCTRL   PIC X(02)     VALUE ZEROS.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-NOME-FATCTRL PIC X(12)     VALUE 'FATCTRL.DAT'.
       77 WRK-FS-DOCFAT    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELRMA    PIC X(02)     VALUE ZEROS.
       77 WRK-PRODMF-OK    PIC X(01)     VALUE 'N'.
       77 WRK-TRANSMF-OK   PIC X(01)     VALUE 'N'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'RMAMANU'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-NUM-PEDIDO   PIC 9(08)     VALUE ZEROS.
       77 WRK-NUM-RMA      PIC 9(08)     VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(02)     VALUE SPACES.
       77 WRK-MOTIVO-OK    PIC X(01)     VALUE 'N'.
       77 WRK-TRANSP       PIC X(03)     VALUE SPACES.
       77 WRK-TRANSP-OK    PIC X(01)     VALUE 'N'.
       77 WRK-TRANSP-INF   PIC X(03)     VALUE SPACES.
       77 WRK-RASTREIO     PIC X(15)     VALUE SPACES.
       77 WRK-QTD-ITENS    PIC 9(02)     VALUE ZEROS.
       77 WRK-ITEM-IDX     PIC 9(02)     VALUE ZEROS.
       77 WRK-ITEM-OK      PIC X(01)     VALUE 'N'.
       77 WRK-PRECO-CAD    PIC 9(06)V99  VALUE ZEROS.
       77 WRK-VALOR-RMA    PIC 9(08)V99  VALUE ZEROS.
       77 WRK-VALOR-ITEM   PIC 9(08)V99  VALUE ZEROS.
       77 WRK-JA-DEVOLVIDO PIC 9(09)V99  VALUE ZEROS.
       77 WRK-SALDO-DEVOL  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-HORA-MOV     PIC 9(08)     VALUE ZEROS.
       77 WRK-CST-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CST-PRODUTO  PIC X(06)     VALUE SPACES.
       77 WRK-CST-QTD      PIC 9(05)V99  VALUE ZEROS.
       77 WRK-CST-ORIGEM   PIC X(02)     VALUE SPACES.
       77 WRK-CST-CUSTOUNIT PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-CST-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-NUM-FATURA   PIC 9(08)     VALUE ZEROS.
       77 WRK-FAT-ORIGINAL PIC 9(08)     VALUE ZEROS.
       77 WRK-TOTAL-ORIG   PIC 9(09)V99  VALUE ZEROS.
       77 WRK-SALDO-ORIG   PIC 9(09)V99  VALUE ZEROS.
       77 WRK-VALOR-NC     PIC 9(09)V99  VALUE ZEROS.
       77 WRK-CLIENTE-NC   PIC X(05)     VALUE SPACES.
       77 WRK-UF-NC        PIC X(02)     VALUE SPACES.
       77 WRK-FILIAL-NC    PIC X(02)     VALUE SPACES.
       77 WRK-EMPRESA-NC   PIC X(02)     VALUE SPACES.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.
       77 WRK-IDADE        PIC S9(05)    VALUE ZEROS.
       77 WRK-IDADE-ED     PIC ZZZZ9.
       77 WRK-FAIXA-IDX    PIC 9(01)     VALUE ZEROS.
       77 WRK-MOT-IDX      PIC 9(01)     VALUE ZEROS.
       77 WRK-QTD-ABERTAS  PIC 9(05)     VALUE ZEROS.
       77 WRK-VALOR-ABERTAS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-BOL-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-BOL-FATURA   PIC 9(08)     VALUE ZEROS.
       77 WRK-BOL-PARCELA  PIC 9(02)     VALUE ZEROS.
       77 WRK-BOL-SACADO   PIC X(08)     VALUE SPACES.
       77 WRK-BOL-EMISSAO  PIC 9(08)     VALUE ZEROS.
       77 WRK-BOL-VENCIMENTO PIC 9(08)   VALUE ZEROS.
       77 WRK-BOL-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-BOL-NOSSONUM PIC 9(11)     VALUE ZEROS.
       77 WRK-BOL-RESULTADO PIC X(01)    VALUE SPACES.
       01 WRK-ITENS.
          02 WRK-ITEM OCCURS 10 TIMES.
             03 WRK-IT-PRODUTO  PIC X(06).
             03 WRK-IT-QTD      PIC 9(04).
             03 WRK-IT-PRECO    PIC 9(06)V99.
       01 WRK-TAB-MOTIVOS.
          02 FILLER PIC X(24) VALUE '01AVARIA NO TRANSPORTE  '.
          02 FILLER PIC X(24) VALUE '02PRODUTO ERRADO        '.
          02 FILLER PIC X(24) VALUE '03DEFEITO               '.
          02 FILLER PIC X(24) VALUE '04DESISTENCIA DO CLIENTE'.
          02 FILLER PIC X(24) VALUE '99OUTRO                 '.
       01 WRK-MOTIVOS REDEFINES WRK-TAB-MOTIVOS.
          02 WRK-MOT-ITEM OCCURS 5 TIMES.
             03 WRK-MOT-COD     PIC X(02).
             03 WRK-MOT-DESC    PIC X(22).
       01 WRK-TAB-FAIXAS.
          02 FILLER PIC X(12) VALUE 'ATE 7 DIAS  '.
          02 FILLER PIC X(12) VALUE '8 A 15 DIAS '.
          02 FILLER PIC X(12) VALUE '16 A 30 DIAS'.
          02 FILLER PIC X(12) VALUE 'MAIS DE 30  '.
       01 WRK-FAIXAS REDEFINES WRK-TAB-FAIXAS.
          02 WRK-NOME-FAIXA     PIC X(12) OCCURS 4 TIMES.
       01 WRK-IDADE-TAB.
          02 WRK-ID-MOTIVO OCCURS 5 TIMES.
             03 WRK-ID-QTD      PIC 9(05) OCCURS 4 TIMES.
             03 WRK-ID-VALOR    PIC 9(10)V99 OCCURS 4 TIMES.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           OPEN I-O ARQ-PEDIDMF.
           IF WRK-FS-PEDIDMF NOT = '00'
              DISPLAY 'CADASTRO DE PEDIDOS NAO ENCONTRADO.'
              GOBACK
           END-IF.
           OPEN I-O ARQ-DEVOLUCOES.
           IF WRK-FS-DEVOLUCOES = '35'
              OPEN OUTPUT ARQ-DEVOLUCOES
              CLOSE ARQ-DEVOLUCOES
              OPEN I-O ARQ-DEVOLUCOES
           END-IF.
           MOVE 'N' TO WRK-PRODMF-OK WRK-TRANSMF-OK.
           OPEN INPUT ARQ-PRODUTOS.
           IF WRK-FS-PRODUTOS = '00'
              MOVE 'S' TO WRK-PRODMF-OK
           END-IF.
           OPEN INPUT ARQ-TRANSPORTES.
           IF WRK-FS-TRANSPORTES = '00'
              MOVE 'S' TO WRK-TRANSMF-OK
           END-IF.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           IF WRK-PRODMF-OK = 'S'
              CLOSE ARQ-PRODUTOS
           END-IF.
           IF WRK-TRANSMF-OK = 'S'
              CLOSE ARQ-TRANSPORTES
           END-IF.
           CLOSE ARQ-DEVOLUCOES.
           CLOSE ARQ-PEDIDMF.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'DEVOLUCAO DE MERCADORIA (RMA)'.
           DISPLAY ' 1 - ABRIR DEVOLUCAO DE PEDIDO ENTREGUE'.
           DISPLAY ' 2 - REGISTRAR ENVIO DO RETORNO'.
           DISPLAY ' 3 - REGISTRAR RECEBIMENTO DA MERCADORIA'.
           DISPLAY ' 4 - CANCELAR DEVOLUCAO'.
           DISPLAY ' 5 - CONSULTAR DEVOLUCAO'.
           DISPLAY ' 6 - RELATORIO DE DEVOLUCOES EM ABERTO'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-ABRIRRMA
              WHEN '2'
                 PERFORM 0004-ENVIORETORNO
              WHEN '3'
                 PERFORM 0005-RECEBIMENTO
              WHEN '4'
                 PERFORM 0006-CANCELARRMA
              WHEN '5'
                 PERFORM 0007-CONSULTARRMA
              WHEN '6'
                 PERFORM 0008-RELATORIOABERTAS
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0000-LERDATAVALIDA.
           MOVE 'N' TO WRK-SRV-VALIDO.
           PERFORM UNTIL WRK-SRV-VALIDO = 'S'
              DISPLAY ' DATA (AAAAMMDD)?'
              ACCEPT WRK-DATAINF
              MOVE 'V' TO WRK-SRV-FUNCAO
              MOVE WRK-DATAINF TO WRK-SRV-DATA1
              CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
                 WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO
              IF WRK-SRV-VALIDO = 'N'
                 DISPLAY 'DATA INVALIDA, VERIFIQUE DIA, MES E '
                    'ANO.'
              END-IF
           END-PERFORM.

       0000-LERRMA.
           DISPLAY ' NUMERO DA DEVOLUCAO?'.
           ACCEPT WRK-NUM-RMA.
           MOVE WRK-NUM-RMA TO REG-RM-NUMERO.

       0003-ABRIRRMA.
           DISPLAY ' NUMERO DO PEDIDO?'.
           ACCEPT WRK-NUM-PEDIDO.
           MOVE WRK-NUM-PEDIDO TO REG-PE-NUMERO.
           READ ARQ-PEDIDMF
              INVALID KEY
                 DISPLAY 'PEDIDO NAO ENCONTRADO.'
              NOT INVALID KEY
                 IF REG-PE-STATUS = 'C'
                    DISPLAY 'PEDIDO CANCELADO, DEVOLUCAO NAO '
                       'PERMITIDA.'
                 ELSE
                    IF REG-PE-SITENTREGA NOT = 'D'
                       DISPLAY 'PEDIDO AINDA NAO ENTREGUE, USE O '
                          'CANCELAMENTO DO PEDIDO.'
                    ELSE
                       PERFORM 0100-DIGITARRMA
                    END-IF
                 END-IF
           END-READ.

       0100-DIGITARRMA.
           PERFORM 0000-SOMARDEVOLVIDO.
           COMPUTE WRK-SALDO-DEVOL = REG-PE-VALOR - WRK-JA-DEVOLVIDO.
           DISPLAY 'PEDIDO ' REG-PE-NUMERO
              ' CLIENTE=' REG-PE-CLIENTE
              ' VALOR=' REG-PE-VALOR
              ' ENTREGUE EM ' REG-PE-DATAENTREGA.
           IF WRK-SALDO-DEVOL <= 0
              DISPLAY 'VALOR DO PEDIDO JA TOTALMENTE COBERTO POR '
                 'DEVOLUCOES ANTERIORES.'
           ELSE
              DISPLAY 'JA DEVOLVIDO=' WRK-JA-DEVOLVIDO
                 ' SALDO DEVOLVIVEL=' WRK-SALDO-DEVOL
              PERFORM 0000-LERMOTIVO
              MOVE ZEROS TO WRK-QTD-ITENS
              PERFORM UNTIL WRK-QTD-ITENS > 0 AND WRK-QTD-ITENS <= 10
                 DISPLAY ' QUANTOS ITENS DEVOLVIDOS (1 A 10)?'
                 ACCEPT WRK-QTD-ITENS
              END-PERFORM
              MOVE ZEROS TO WRK-VALOR-RMA
              PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                    UNTIL WRK-ITEM-IDX > WRK-QTD-ITENS
                 PERFORM 0000-LERITEMRMA
                 COMPUTE WRK-VALOR-ITEM = WRK-IT-QTD(WRK-ITEM-IDX)
                    * WRK-IT-PRECO(WRK-ITEM-IDX)
                 ADD WRK-VALOR-ITEM TO WRK-VALOR-RMA
              END-PERFORM
              DISPLAY 'VALOR DA DEVOLUCAO=' WRK-VALOR-RMA
              IF WRK-VALOR-RMA = 0 OR WRK-VALOR-RMA > WRK-SALDO-DEVOL
                 DISPLAY 'VALOR INVALIDO, DEVE SER MAIOR QUE ZERO E '
                    'NO MAXIMO O SALDO DEVOLVIVEL DO PEDIDO.'
              ELSE
                 DISPLAY ' CONFIRMA A ABERTURA DA DEVOLUCAO? (S/N)'
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
                    DISPLAY 'OPERACAO NAO CONFIRMADA.'
                 ELSE
                    PERFORM 0110-GRAVARRMA
                 END-IF
              END-IF
           END-IF.

       0110-GRAVARRMA.
           PERFORM 0000-LERNUMRMA.
           ADD 1 TO WRK-NUM-RMA.
           MOVE WRK-NUM-RMA TO REG-RM-NUMERO.
           MOVE REG-PE-NUMERO TO REG-RM-PEDIDO.
           MOVE REG-PE-CLIENTE TO REG-RM-CLIENTE.
           MOVE WRK-DATASISTEMA TO REG-RM-DATA.
           MOVE WRK-MOTIVO TO REG-RM-MOTIVO.
           MOVE 'A' TO REG-RM-SITUACAO.
           MOVE SPACES TO REG-RM-TRANSP REG-RM-RASTREIO.
           MOVE ZEROS TO REG-RM-DATAEMB REG-RM-DATARECEB.
           MOVE WRK-VALOR-RMA TO REG-RM-VALOR.
           MOVE ZEROS TO REG-RM-FATURA REG-RM-NOTACRED.
           MOVE WRK-OPERADOR TO REG-RM-OPERADOR.
           MOVE WRK-QTD-ITENS TO REG-RM-QTDITENS.
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                 UNTIL WRK-ITEM-IDX > 10
              IF WRK-ITEM-IDX > WRK-QTD-ITENS
                 MOVE SPACES TO REG-RM-PRODUTO(WRK-ITEM-IDX)
                 MOVE ZEROS TO REG-RM-QTD(WRK-ITEM-IDX)
                    REG-RM-PRECO(WRK-ITEM-IDX)
              ELSE
                 MOVE WRK-IT-PRODUTO(WRK-ITEM-IDX)
                    TO REG-RM-PRODUTO(WRK-ITEM-IDX)
                 MOVE WRK-IT-QTD(WRK-ITEM-IDX)
                    TO REG-RM-QTD(WRK-ITEM-IDX)
                 MOVE WRK-IT-PRECO(WRK-ITEM-IDX)
                    TO REG-RM-PRECO(WRK-ITEM-IDX)
              END-IF
           END-PERFORM.
           WRITE REG-DEVOLUCAO
              INVALID KEY
                 DISPLAY 'DEVOLUCAO JA EXISTENTE, NUMERO '
                    WRK-NUM-RMA
           END-WRITE.
           PERFORM 0000-GRAVARNUMRMA.
           DISPLAY 'DEVOLUCAO ' WRK-NUM-RMA ' ABERTA.'.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'RMA ABERTA=' WRK-NUM-RMA
              ' PEDIDO=' REG-PE-NUMERO
              ' MOTIVO=' WRK-MOTIVO
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
              WRK-LOG-SEVERIDADE.

       0000-LERMOTIVO.
           DISPLAY 'MOTIVOS DE DEVOLUCAO:'.
           PERFORM VARYING WRK-MOT-IDX FROM 1 BY 1
                 UNTIL WRK-MOT-IDX > 5
              DISPLAY '  ' WRK-MOT-COD(WRK-MOT-IDX) ' '
                 WRK-MOT-DESC(WRK-MOT-IDX)
           END-PERFORM.
           MOVE 'N' TO WRK-MOTIVO-OK.
           PERFORM UNTIL WRK-MOTIVO-OK = 'S'
              DISPLAY ' CODIGO DO MOTIVO DA DEVOLUCAO?'
              ACCEPT WRK-MOTIVO
              PERFORM VARYING WRK-MOT-IDX FROM 1 BY 1
                    UNTIL WRK-MOT-IDX > 5
                 IF WRK-MOT-COD(WRK-MOT-IDX) = WRK-MOTIVO
                    MOVE 'S' TO WRK-MOTIVO-OK
                 END-IF
              END-PERFORM
              IF WRK-MOTIVO-OK = 'N'
                 DISPLAY 'MOTIVO INVALIDO.'
              END-IF
           END-PERFORM.

       0000-LERITEMRMA.
           MOVE 'N' TO WRK-ITEM-OK.
           PERFORM UNTIL WRK-ITEM-OK = 'S'
              DISPLAY 'CODIGO DO PRODUTO DO ITEM ' WRK-ITEM-IDX ' ?'
              ACCEPT WRK-IT-PRODUTO(WRK-ITEM-IDX)
              MOVE ZEROS TO WRK-PRECO-CAD
              MOVE 'S' TO WRK-ITEM-OK
              IF WRK-IT-PRODUTO(WRK-ITEM-IDX) = SPACES
                 DISPLAY 'PRODUTO OBRIGATORIO.'
                 MOVE 'N' TO WRK-ITEM-OK
              ELSE
                 IF WRK-PRODMF-OK = 'S'
                    MOVE WRK-IT-PRODUTO(WRK-ITEM-IDX) TO REG-PR-COD
                    READ ARQ-PRODUTOS
                       INVALID KEY
                          DISPLAY 'PRODUTO NAO CADASTRADO.'
                          MOVE 'N' TO WRK-ITEM-OK
                       NOT INVALID KEY
                          DISPLAY 'ITEM: ' REG-PR-DESCRICAO
                             ' PRECO=' REG-PR-PRECO
                          MOVE REG-PR-PRECO TO WRK-PRECO-CAD
                    END-READ
                 END-IF
              END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-IT-QTD(WRK-ITEM-IDX).
           PERFORM UNTIL WRK-IT-QTD(WRK-ITEM-IDX) > 0
              DISPLAY ' QUANTIDADE DEVOLVIDA?'
              ACCEPT WRK-IT-QTD(WRK-ITEM-IDX)
           END-PERFORM.
           MOVE ZEROS TO WRK-IT-PRECO(WRK-ITEM-IDX).
           PERFORM UNTIL WRK-IT-PRECO(WRK-ITEM-IDX) > 0
              IF WRK-PRECO-CAD > 0
                 DISPLAY ' PRECO UNITARIO (0=PRECO DO CADASTRO)?'
              ELSE
                 DISPLAY ' PRECO UNITARIO?'
              END-IF
              ACCEPT WRK-IT-PRECO(WRK-ITEM-IDX)
              IF WRK-IT-PRECO(WRK-ITEM-IDX) = 0
                 MOVE WRK-PRECO-CAD TO WRK-IT-PRECO(WRK-ITEM-IDX)
              END-IF
           END-PERFORM.

       0000-SOMARDEVOLVIDO.
           MOVE ZEROS TO WRK-JA-DEVOLVIDO.
           MOVE ZEROS TO REG-RM-NUMERO.
           START ARQ-DEVOLUCOES KEY IS NOT LESS THAN REG-RM-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-DEVOLUCOES
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-DEVOLUCOES
           END-START.
           PERFORM 0000-SOMARUMARMA UNTIL WRK-FS-DEVOLUCOES = '10'.
           MOVE '00' TO WRK-FS-DEVOLUCOES.

       0000-SOMARUMARMA.
           READ ARQ-DEVOLUCOES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-DEVOLUCOES
              NOT AT END
                 IF REG-RM-PEDIDO = REG-PE-NUMERO
                       AND REG-RM-SITUACAO NOT = 'C'
                    ADD REG-RM-VALOR TO WRK-JA-DEVOLVIDO
                 END-IF
           END-READ.

       0004-ENVIORETORNO.
           PERFORM 0000-LERRMA.
           READ ARQ-DEVOLUCOES
              INVALID KEY
                 DISPLAY 'DEVOLUCAO NAO ENCONTRADA.'
              NOT INVALID KEY
                 IF REG-RM-SITUACAO NOT = 'A'
                       AND REG-RM-SITUACAO NOT = 'T'
                    DISPLAY 'DEVOLUCAO NAO ESTA EM ABERTO (SITUACAO='
                       REG-RM-SITUACAO ').'
                 ELSE
                    PERFORM 0200-REGISTRARENVIO
                 END-IF
           END-READ.

       0200-REGISTRARENVIO.
           MOVE SPACES TO WRK-TRANSP.
           MOVE REG-RM-PEDIDO TO REG-PE-NUMERO.
           READ ARQ-PEDIDMF
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE REG-PE-TRANSP TO WRK-TRANSP
           END-READ.
           MOVE 'N' TO WRK-TRANSP-OK.
           PERFORM UNTIL WRK-TRANSP-OK = 'S'
              DISPLAY ' TRANSPORTADORA DO RETORNO (BRANCO='
                 WRK-TRANSP ')?'
              ACCEPT WRK-TRANSP-INF
              IF WRK-TRANSP-INF NOT = SPACES
                 MOVE WRK-TRANSP-INF TO WRK-TRANSP
              END-IF
              MOVE 'S' TO WRK-TRANSP-OK
              IF WRK-TRANSP = SPACES
                 DISPLAY 'TRANSPORTADORA OBRIGATORIA.'
                 MOVE 'N' TO WRK-TRANSP-OK
              ELSE
                 IF WRK-TRANSMF-OK = 'S'
                    MOVE WRK-TRANSP TO REG-TP-COD
                    READ ARQ-TRANSPORTES
                       INVALID KEY
                          DISPLAY 'TRANSPORTADORA NAO CADASTRADA.'
                          MOVE 'N' TO WRK-TRANSP-OK
                          MOVE SPACES TO WRK-TRANSP
                    END-READ
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY ' CODIGO DE RASTREIO DO RETORNO?'.
           ACCEPT WRK-RASTREIO.
           DISPLAY ' DATA DE POSTAGEM DO RETORNO'.
           PERFORM 0000-LERDATAVALIDA.
           MOVE WRK-TRANSP TO REG-RM-TRANSP.
           MOVE WRK-RASTREIO TO REG-RM-RASTREIO.
           MOVE WRK-DATAINF TO REG-RM-DATAEMB.
           MOVE 'T' TO REG-RM-SITUACAO.
           REWRITE REG-DEVOLUCAO.
           DISPLAY 'RETORNO REGISTRADO EM TRANSITO.'.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'RMA RETORNO=' WRK-NUM-RMA
              ' TRANSP=' WRK-TRANSP
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
              WRK-LOG-SEVERIDADE.

       0005-RECEBIMENTO.
           PERFORM 0000-LERRMA.
           READ ARQ-DEVOLUCOES
              INVALID KEY
                 DISPLAY 'DEVOLUCAO NAO ENCONTRADA.'
              NOT INVALID KEY
                 EVALUATE REG-RM-SITUACAO
                    WHEN 'R'
                       DISPLAY 'MERCADORIA JA RECEBIDA EM '
                          REG-RM-DATARECEB '.'
                    WHEN 'C'
                       DISPLAY 'DEVOLUCAO CANCELADA.'
                    WHEN OTHER
                       PERFORM 0300-REGISTRARRECEBIMENTO
                 END-EVALUATE
           END-READ.

       0300-REGISTRARRECEBIMENTO.
           DISPLAY 'DEVOLUCAO ' REG-RM-NUMERO
              ' PEDIDO=' REG-RM-PEDIDO
              ' ITENS=' REG-RM-QTDITENS
              ' VALOR=' REG-RM-VALOR.
           DISPLAY ' DATA DO RECEBIMENTO'.
           PERFORM 0000-LERDATAVALIDA.
           DISPLAY ' CONFIRMA O RECEBIMENTO E A NOTA DE CREDITO? (S/N)'.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
              DISPLAY 'OPERACAO NAO CONFIRMADA.'
           ELSE
              PERFORM 0310-DEVOLVERESTOQUE
              PERFORM 0320-EMITIRNOTACREDITO
              MOVE WRK-DATAINF TO REG-RM-DATARECEB
              MOVE WRK-FAT-ORIGINAL TO REG-RM-FATURA
              MOVE WRK-NUM-FATURA TO REG-RM-NOTACRED
              MOVE 'R' TO REG-RM-SITUACAO
              REWRITE REG-DEVOLUCAO
              DISPLAY 'RECEBIMENTO REGISTRADO.'
              MOVE SPACES TO WRK-LOG-MENSAGEM
              STRING 'RMA RECEBIDA=' WRK-NUM-RMA
                 ' NOTA CREDITO=' WRK-NUM-FATURA
                 ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-IF.

       0310-DEVOLVERESTOQUE.
           OPEN I-O ARQ-ESTOQUE.
           IF WRK-FS-ESTOQUE = '35'
              OPEN OUTPUT ARQ-ESTOQUE
              CLOSE ARQ-ESTOQUE
              OPEN I-O ARQ-ESTOQUE
           END-IF.
           IF WRK-FS-ESTOQUE NOT = '00'
              DISPLAY 'CADASTRO DE ESTOQUE INDISPONIVEL, ITENS NAO '
                 'DEVOLVIDOS AO ESTOQUE.'
           ELSE
              PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                    UNTIL WRK-ITEM-IDX > REG-RM-QTDITENS
                 IF REG-RM-PRODUTO(WRK-ITEM-IDX) NOT = SPACES
                    PERFORM 0000-DEVOLVERUMITEM
                 END-IF
              END-PERFORM
              CLOSE ARQ-ESTOQUE
           END-IF.

       0000-DEVOLVERUMITEM.
           MOVE REG-RM-PRODUTO(WRK-ITEM-IDX) TO REG-ES-PRODUTO.
           READ ARQ-ESTOQUE
              INVALID KEY
                 MOVE REG-RM-PRODUTO(WRK-ITEM-IDX)
                    TO REG-ES-PRODUTO
                 MOVE ZEROS TO REG-ES-SALDO
                 MOVE ZEROS TO REG-ES-MINIMO
                 ADD REG-RM-QTD(WRK-ITEM-IDX) TO REG-ES-SALDO
                 WRITE REG-ESTOQUE
              NOT INVALID KEY
                 ADD REG-RM-QTD(WRK-ITEM-IDX) TO REG-ES-SALDO
                 REWRITE REG-ESTOQUE
           END-READ.
           OPEN EXTEND ARQ-MOVESTOQUE.
           IF WRK-FS-MOVESTOQUE = '35'
              OPEN OUTPUT ARQ-MOVESTOQUE
           END-IF.
           ACCEPT WRK-HORA-MOV FROM TIME.
           MOVE WRK-DATASISTEMA TO REG-MV-DATA.
           MOVE WRK-HORA-MOV TO REG-MV-HORA.
           MOVE REG-RM-PRODUTO(WRK-ITEM-IDX) TO REG-MV-PRODUTO.
           MOVE 'E' TO REG-MV-TIPO.
           MOVE REG-RM-QTD(WRK-ITEM-IDX) TO REG-MV-QTD.
           MOVE '04' TO REG-MV-MOTIVO.
           MOVE WRK-OPERADOR TO REG-MV-OPERADOR.
           WRITE REG-MOVESTOQUE.
           CLOSE ARQ-MOVESTOQUE.
           MOVE 'M' TO WRK-CST-FUNCAO.
           MOVE REG-RM-PRODUTO(WRK-ITEM-IDX) TO WRK-CST-PRODUTO.
           MOVE REG-RM-QTD(WRK-ITEM-IDX) TO WRK-CST-QTD.
           MOVE 'DV' TO WRK-CST-ORIGEM.
           MOVE ZEROS TO WRK-CST-CUSTOUNIT.
           CALL 'CUSTOSRV' USING WRK-CST-FUNCAO WRK-CST-PRODUTO
              WRK-CST-QTD WRK-CST-ORIGEM WRK-CST-CUSTOUNIT
              WRK-CST-VALOR.

       0320-EMITIRNOTACREDITO.
           MOVE ZEROS TO WRK-NUM-FATURA WRK-FAT-ORIGINAL.
           OPEN I-O ARQ-FATURAS.
           IF WRK-FS-FATURAS NOT = '00'
              DISPLAY 'CADASTRO DE FATURAS INDISPONIVEL, NOTA DE '
                 'CREDITO NAO EMITIDA.'
           ELSE
              PERFORM 0000-LOCALIZARFATURA
              IF WRK-FAT-ORIGINAL = 0
                 DISPLAY 'PEDIDO SEM FATURA EMITIDA, NOTA DE CREDITO '
                    'NAO EMITIDA.'
              ELSE
                 IF WRK-EMPRESA-NC NOT = WRK-CIA-EMPRESA
                    DISPLAY 'FATURA ' WRK-FAT-ORIGINAL ' EMITIDA PELA '
                       'EMPRESA ' WRK-EMPRESA-NC ', NOTA DE CREDITO '
                       'NAO EMITIDA.'
                 ELSE
                    PERFORM 0000-DESCONTARNCS
                    IF REG-RM-VALOR < WRK-SALDO-ORIG
                       MOVE REG-RM-VALOR TO WRK-VALOR-NC
                    ELSE
                       MOVE WRK-SALDO-ORIG TO WRK-VALOR-NC
                    END-IF
                    IF WRK-VALOR-NC = 0
                       DISPLAY 'FATURA ' WRK-FAT-ORIGINAL ' JA '
                          'TOTALMENTE CREDITADA, NOTA NAO EMITIDA.'
                    ELSE
                       PERFORM 0330-GRAVARNOTACREDITO
                    END-IF
                 END-IF
              END-IF
              CLOSE ARQ-FATURAS
           END-IF.

       0330-GRAVARNOTACREDITO.
           PERFORM 0000-LERNUMFATURA.
           ADD 1 TO WRK-NUM-FATURA.
           MOVE WRK-NUM-FATURA  TO REG-FA-NUMERO.
           MOVE ZEROS           TO REG-FA-PEDIDO.
           MOVE WRK-DATASISTEMA TO REG-FA-DATA.
           MOVE WRK-UF-NC       TO REG-FA-UF.
           MOVE WRK-VALOR-NC    TO REG-FA-VALOR.
           MOVE ZEROS           TO REG-FA-FRETE.
           MOVE ZEROS           TO REG-FA-ICMS.
           MOVE WRK-VALOR-NC    TO REG-FA-TOTAL.
           MOVE 'A'             TO REG-FA-STATUS.
           MOVE ZEROS           TO REG-FA-DATAPAGTO.
           MOVE ZEROS           TO REG-FA-VALORPAGO.
           MOVE WRK-CLIENTE-NC  TO REG-FA-CLIENTE.
           MOVE ZEROS           TO REG-FA-ENCARGOS.
           MOVE 'C'             TO REG-FA-TIPO.
           MOVE WRK-FAT-ORIGINAL TO REG-FA-REFERENCIA.
           MOVE 'BRL'           TO REG-FA-MOEDA.
           MOVE ZEROS           TO REG-FA-SEGURO.
           MOVE 'F'             TO REG-FA-ORIGEM.
           MOVE SPACES          TO REG-FA-ALUNO.
           MOVE WRK-FILIAL-NC   TO REG-FA-FILIAL.
           MOVE SPACES          TO REG-FA-ISENJUROS.
           MOVE SPACES          TO REG-FA-SITFISCAL.
           MOVE ZEROS           TO REG-FA-LOTEFISCAL.
           MOVE SPACES          TO REG-FA-CODREJ.
           MOVE SPACES          TO REG-FA-MOTPERDA.
           MOVE ZEROS           TO REG-FA-DATAPERDA.
           MOVE ZEROS           TO REG-FA-VALORPERDA.
           MOVE ZEROS           TO REG-FA-VALORRECUP.
           MOVE ZEROS           TO REG-FA-ISS.
           MOVE WRK-CIA-EMPRESA TO REG-FA-EMPRESA.
           WRITE REG-FATURA
              INVALID KEY
                 DISPLAY 'NOTA DE CREDITO JA EXISTENTE, NUMERO '
                    WRK-NUM-FATURA
           END-WRITE.
           PERFORM 0000-GRAVARNUMFATURA.
           PERFORM 0000-IMPRIMIRNC.
           DISPLAY 'NOTA DE CREDITO ' WRK-NUM-FATURA ' EMITIDA, '
              'VALOR=' WRK-VALOR-NC '.'.
           MOVE 'A' TO WRK-BOL-FUNCAO.
           MOVE WRK-FAT-ORIGINAL TO WRK-BOL-FATURA.
           MOVE ZEROS TO WRK-BOL-PARCELA.
           MOVE WRK-VALOR-NC TO WRK-BOL-VALOR.
           CALL 'BOLETSRV' USING WRK-BOL-FUNCAO WRK-BOL-FATURA
              WRK-BOL-PARCELA WRK-BOL-SACADO WRK-BOL-EMISSAO
              WRK-BOL-VENCIMENTO WRK-BOL-VALOR WRK-BOL-NOSSONUM
              WRK-BOL-RESULTADO.

       0000-LOCALIZARFATURA.
           MOVE ZEROS TO REG-FA-NUMERO.
           START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-FATURAS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-FATURAS
           END-START.
           PERFORM 0000-LERFATURAPEDIDO UNTIL WRK-FS-FATURAS = '10'.
           MOVE '00' TO WRK-FS-FATURAS.

       0000-LERFATURAPEDIDO.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 IF REG-FA-PEDIDO = REG-RM-PEDIDO
                       AND REG-FA-TIPO NOT = 'C'
                       AND REG-FA-STATUS NOT = 'E'
                    MOVE REG-FA-NUMERO TO WRK-FAT-ORIGINAL
                    MOVE REG-FA-TOTAL TO WRK-TOTAL-ORIG
                    MOVE REG-FA-CLIENTE TO WRK-CLIENTE-NC
                    MOVE REG-FA-UF TO WRK-UF-NC
                    MOVE REG-FA-FILIAL TO WRK-FILIAL-NC
                    MOVE REG-FA-EMPRESA TO WRK-EMPRESA-NC
                    IF WRK-EMPRESA-NC = SPACES
                       MOVE '01' TO WRK-EMPRESA-NC
                    END-IF
                 END-IF
           END-READ.

       0000-DESCONTARNCS.
           MOVE WRK-TOTAL-ORIG TO WRK-SALDO-ORIG.
           MOVE ZEROS TO REG-FA-NUMERO.
           START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-FATURAS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-FATURAS
           END-START.
           PERFORM 0000-DESCONTARUMANC
              UNTIL WRK-FS-FATURAS = '10'.
           MOVE '00' TO WRK-FS-FATURAS.

       0000-DESCONTARUMANC.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 IF REG-FA-TIPO = 'C'
                       AND REG-FA-REFERENCIA = WRK-FAT-ORIGINAL
                    IF REG-FA-TOTAL > WRK-SALDO-ORIG
                       MOVE ZEROS TO WRK-SALDO-ORIG
                    ELSE
                       SUBTRACT REG-FA-TOTAL FROM WRK-SALDO-ORIG
                    END-IF
                 END-IF
           END-READ.

       0000-IMPRIMIRNC.
           OPEN EXTEND ARQ-DOCFAT.
           IF WRK-FS-DOCFAT = '35'
              OPEN OUTPUT ARQ-DOCFAT
           END-IF.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'NOTA DE CREDITO NUMERO ' WRK-NUM-FATURA
              ' EMITIDA EM ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REFERENTE A FATURA ... ' WRK-FAT-ORIGINAL
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DEVOLUCAO (RMA) ...... ' REG-RM-NUMERO
              ' PEDIDO ' REG-RM-PEDIDO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CLIENTE .............. ' WRK-CLIENTE-NC
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VALOR DO CREDITO ..... ' WRK-VALOR-NC
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           CLOSE ARQ-DOCFAT.

       0006-CANCELARRMA.
           PERFORM 0000-LERRMA.
           READ ARQ-DEVOLUCOES
              INVALID KEY
                 DISPLAY 'DEVOLUCAO NAO ENCONTRADA.'
              NOT INVALID KEY
                 IF REG-RM-SITUACAO NOT = 'A'
                       AND REG-RM-SITUACAO NOT = 'T'
                    DISPLAY 'SO DEVOLUCOES EM ABERTO PODEM SER '
                       'CANCELADAS (SITUACAO=' REG-RM-SITUACAO ').'
                 ELSE
                    DISPLAY ' CONFIRMA O CANCELAMENTO? (S/N)'
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA NOT = 'S'
                          AND WRK-CONFIRMA NOT = 's'
                       DISPLAY 'OPERACAO NAO CONFIRMADA.'
                    ELSE
                       MOVE 'C' TO REG-RM-SITUACAO
                       REWRITE REG-DEVOLUCAO
                       DISPLAY 'DEVOLUCAO CANCELADA.'
                       MOVE SPACES TO WRK-LOG-MENSAGEM
                       STRING 'RMA CANCELADA=' WRK-NUM-RMA
                          ' OPERADOR=' WRK-OPERADOR
                          DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                       MOVE 'W' TO WRK-LOG-SEVERIDADE
                       CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                          WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                       MOVE 'I' TO WRK-LOG-SEVERIDADE
                    END-IF
                 END-IF
           END-READ.

       0007-CONSULTARRMA.
           PERFORM 0000-LERRMA.
           READ ARQ-DEVOLUCOES
              INVALID KEY
                 DISPLAY 'DEVOLUCAO NAO ENCONTRADA.'
              NOT INVALID KEY
                 DISPLAY 'DEVOLUCAO ' REG-RM-NUMERO
                    ' PEDIDO=' REG-RM-PEDIDO
                    ' CLIENTE=' REG-RM-CLIENTE
                    ' ABERTA EM ' REG-RM-DATA
                 DISPLAY ' MOTIVO=' REG-RM-MOTIVO
                    ' SITUACAO=' REG-RM-SITUACAO
                    ' VALOR=' REG-RM-VALOR
                 DISPLAY ' RETORNO: TRANSP=' REG-RM-TRANSP
                    ' RASTREIO=' REG-RM-RASTREIO
                    ' POSTAGEM=' REG-RM-DATAEMB
                    ' RECEBIDO=' REG-RM-DATARECEB
                 DISPLAY ' FATURA=' REG-RM-FATURA
                    ' NOTA DE CREDITO=' REG-RM-NOTACRED
                 PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                       UNTIL WRK-ITEM-IDX > REG-RM-QTDITENS
                    DISPLAY '  ITEM ' WRK-ITEM-IDX
                       ' PRODUTO=' REG-RM-PRODUTO(WRK-ITEM-IDX)
                       ' QTD=' REG-RM-QTD(WRK-ITEM-IDX)
                       ' PRECO=' REG-RM-PRECO(WRK-ITEM-IDX)
                 END-PERFORM
           END-READ.

       0008-RELATORIOABERTAS.
           MOVE ZEROS TO WRK-QTD-ABERTAS WRK-VALOR-ABERTAS.
           PERFORM VARYING WRK-MOT-IDX FROM 1 BY 1
                 UNTIL WRK-MOT-IDX > 5
              PERFORM VARYING WRK-FAIXA-IDX FROM 1 BY 1
                    UNTIL WRK-FAIXA-IDX > 4
                 MOVE ZEROS TO WRK-ID-QTD(WRK-MOT-IDX, WRK-FAIXA-IDX)
                 MOVE ZEROS TO WRK-ID-VALOR(WRK-MOT-IDX, WRK-FAIXA-IDX)
              END-PERFORM
           END-PERFORM.
           OPEN OUTPUT ARQ-RELRMA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DEVOLUCOES (RMA) EM ABERTO POR IDADE E MOTIVO - '
              WRK-DATASISTEMA ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELRMA FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELRMA FROM WRK-LINHA.
           MOVE ZEROS TO REG-RM-NUMERO.
           START ARQ-DEVOLUCOES KEY IS NOT LESS THAN REG-RM-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-DEVOLUCOES
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-DEVOLUCOES
           END-START.
           PERFORM 0000-LISTARUMARMA UNTIL WRK-FS-DEVOLUCOES = '10'.
           MOVE '00' TO WRK-FS-DEVOLUCOES.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELRMA FROM WRK-LINHA.
           MOVE 'RESUMO POR MOTIVO E IDADE' TO WRK-LINHA.
           WRITE REG-RELRMA FROM WRK-LINHA.
           PERFORM VARYING WRK-MOT-IDX FROM 1 BY 1
                 UNTIL WRK-MOT-IDX > 5
              MOVE SPACES TO WRK-LINHA
              STRING ' MOTIVO ' WRK-MOT-COD(WRK-MOT-IDX) ' '
                 WRK-MOT-DESC(WRK-MOT-IDX)
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELRMA FROM WRK-LINHA
              PERFORM VARYING WRK-FAIXA-IDX FROM 1 BY 1
                    UNTIL WRK-FAIXA-IDX > 4
                 MOVE WRK-ID-VALOR(WRK-MOT-IDX, WRK-FAIXA-IDX)
                    TO WRK-VALOR-ED
                 MOVE SPACES TO WRK-LINHA
                 STRING '   ' WRK-NOME-FAIXA(WRK-FAIXA-IDX)
                    ' QTD=' WRK-ID-QTD(WRK-MOT-IDX, WRK-FAIXA-IDX)
                    ' VALOR=' WRK-VALOR-ED
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-RELRMA FROM WRK-LINHA
              END-PERFORM
           END-PERFORM.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELRMA FROM WRK-LINHA.
           MOVE WRK-VALOR-ABERTAS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DEVOLUCOES EM ABERTO: ' WRK-QTD-ABERTAS
              ' VALOR=' WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELRMA FROM WRK-LINHA.
           CLOSE ARQ-RELRMA.
           MOVE 'RMAREL.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'RELATORIO GRAVADO EM RMAREL.TXT'.

       0000-LISTARUMARMA.
           READ ARQ-DEVOLUCOES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-DEVOLUCOES
              NOT AT END
                 IF REG-RM-SITUACAO = 'A' OR REG-RM-SITUACAO = 'T'
                    PERFORM 0000-ACUMULARIDADE
                 END-IF
           END-READ.

       0000-ACUMULARIDADE.
           MOVE 'D' TO WRK-SRV-FUNCAO.
           MOVE REG-RM-DATA TO WRK-SRV-DATA1.
           MOVE WRK-DATASISTEMA TO WRK-SRV-DATA2.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           MOVE WRK-SRV-NUMERO TO WRK-IDADE.
           IF WRK-IDADE < 0
              MOVE ZEROS TO WRK-IDADE
           END-IF.
           EVALUATE TRUE
              WHEN WRK-IDADE <= 7
                 MOVE 1 TO WRK-FAIXA-IDX
              WHEN WRK-IDADE <= 15
                 MOVE 2 TO WRK-FAIXA-IDX
              WHEN WRK-IDADE <= 30
                 MOVE 3 TO WRK-FAIXA-IDX
              WHEN OTHER
                 MOVE 4 TO WRK-FAIXA-IDX
           END-EVALUATE.
           MOVE 5 TO WRK-MOT-IDX.
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                 UNTIL WRK-ITEM-IDX > 4
              IF WRK-MOT-COD(WRK-ITEM-IDX) = REG-RM-MOTIVO
                 MOVE WRK-ITEM-IDX TO WRK-MOT-IDX
              END-IF
           END-PERFORM.
           ADD 1 TO WRK-ID-QTD(WRK-MOT-IDX, WRK-FAIXA-IDX).
           ADD REG-RM-VALOR TO WRK-ID-VALOR(WRK-MOT-IDX, WRK-FAIXA-IDX).
           ADD 1 TO WRK-QTD-ABERTAS.
           ADD REG-RM-VALOR TO WRK-VALOR-ABERTAS.
           MOVE REG-RM-VALOR TO WRK-VALOR-ED.
           MOVE WRK-IDADE TO WRK-IDADE-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RMA ' REG-RM-NUMERO
              ' PED ' REG-RM-PEDIDO
              ' CLI ' REG-RM-CLIENTE
              ' ABERTA ' REG-RM-DATA
              ' IDADE=' WRK-IDADE-ED
              ' MOT=' REG-RM-MOTIVO
              ' SIT=' REG-RM-SITUACAO
              ' VALOR=' WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELRMA FROM WRK-LINHA.

       0000-LERNUMRMA.
           MOVE ZEROS TO WRK-NUM-RMA.
           OPEN INPUT ARQ-RMACTRL.
           IF WRK-FS-RMACTRL = '00'
              READ ARQ-RMACTRL
                 NOT AT END
                    MOVE REG-RMACTRL TO WRK-NUM-RMA
              END-READ
              CLOSE ARQ-RMACTRL
           END-IF.

       0000-GRAVARNUMRMA.
           OPEN OUTPUT ARQ-RMACTRL.
           MOVE WRK-NUM-RMA TO REG-RMACTRL.
           WRITE REG-RMACTRL.
           CLOSE ARQ-RMACTRL.

       0000-LERNUMFATURA.
           MOVE WRK-CIA-BASENUM TO WRK-NUM-FATURA.
           OPEN INPUT ARQ-FATCTRL.
           IF WRK-FS-FATCTRL = '00'
              READ ARQ-FATCTRL
                 NOT AT END
                    MOVE REG-FATCTRL TO WRK-NUM-FATURA
              END-READ
              CLOSE ARQ-FATCTRL
           END-IF.

       0000-GRAVARNUMFATURA.
           OPEN OUTPUT ARQ-FATCTRL.
           MOVE WRK-NUM-FATURA TO REG-FATCTRL.
           WRITE REG-FATCTRL.
           CLOSE ARQ-FATCTRL.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'FATCTRL.DAT' TO WRK-NOME-FATCTRL.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-FATCTRL WRK-CIA-VALIDO.
