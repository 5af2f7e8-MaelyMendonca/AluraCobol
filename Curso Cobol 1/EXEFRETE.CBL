               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PE-NUMERO
               FILE STATUS IS WRK-FS-PEDIDMF.
           SELECT ARQ-PEDCTRL ASSIGN TO WRK-NOME-PEDCTRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDCTRL.
           SELECT ARQ-LOTEFRETE ASSIGN TO "FRETELOTE.DAT"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OP-ID
               FILE STATUS IS WRK-FS-OPERADORES.
           SELECT ARQ-EDIPED ASSIGN TO "EDIPED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EDIPED.
           SELECT ARQ-EDIREF ASSIGN TO "EDIREFMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ER-CHAVE
               FILE STATUS IS WRK-FS-EDIREF.
           SELECT ARQ-ENDERECOS ASSIGN TO "ENDENTMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-EN-CHAVE
               FILE STATUS IS WRK-FS-ENDERECOS.
           SELECT ARQ-EDIACK ASSIGN TO WRK-NOME-ACK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EDIACK.
           SELECT ARQ-EDIREL ASSIGN TO WRK-NOME-RELAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EDIREL.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PEDIDMF.
          02 REG-LF-CUPOM      PIC X(08).
          02 REG-LF-CEP        PIC 9(08).
          02 REG-LF-CLIENTE    PIC X(05).
          02 REG-LF-SEQENDER   PIC 9(03).
       FD ARQ-PRODUTOS.
       01 REG-PRODUTO.
       COPY PRODREG.
          02 REG-QO-STATUS     PIC X(01).
          02 REG-QO-PEDIDO     PIC 9(08).
          02 REG-QO-SEGURO     PIC 9(08)V99.
          02 REG-QO-SEQENDER   PIC 9(03).
       FD ARQ-COTCTRL.
       01 REG-COTCTRL          PIC 9(08).
       FD ARQ-ESTOQUE.
          02 REG-UP-TAXA          PIC 9(01)V9999.
          02 REG-UP-PRAZO         PIC 9(02).
          02 REG-UP-ICMS          PIC 9(02)V99.
       FD ARQ-EDIPED.
       01 REG-EDIPED.
          02 REG-ED-TIPO       PIC X(01).
          02 REG-ED-DADOS      PIC X(79).
       01 REG-ED-CABECALHO.
          02 FILLER            PIC X(01).
          02 REG-EH-CLIENTE    PIC X(05).
          02 REG-EH-REFCLI     PIC X(15).
          02 REG-EH-UF         PIC X(02).
          02 REG-EH-CEP        PIC 9(08).
          02 REG-EH-CUPOM      PIC X(08).
          02 REG-EH-PESO       PIC 9(04)V99.
          02 REG-EH-VALDECLAR  PIC 9(08)V99.
          02 REG-EH-SEQENDER   PIC 9(03).
          02 FILLER            PIC X(22).
       01 REG-ED-ITEM.
          02 FILLER            PIC X(01).
          02 REG-EI-PRODUTO    PIC X(06).
          02 REG-EI-QTD        PIC 9(04).
          02 REG-EI-COMP       PIC 9(03)V99.
          02 REG-EI-LARG       PIC 9(03)V99.
          02 REG-EI-ALT        PIC 9(03)V99.
          02 FILLER            PIC X(54).
       FD ARQ-EDIREF.
       01 REG-EDIREF.
       COPY EDIREG.
       FD ARQ-ENDERECOS.
       01 REG-ENDERECO.
       COPY ENDREG.
       FD ARQ-EDIACK.
       01 REG-EDIACK           PIC X(100).
       FD ARQ-EDIREL.
       01 REG-EDIREL           PIC X(100).
       WORKING-STORAGE SECTION.
       77 WRK-PRODUTO      PIC X(20)     VALUE SPACES.
       77 WRK-UF           PIC X(02)     VALUE SPACES.
       77 WRK-MAX-LINHAS-PAG PIC 9(03)   VALUE 020.
       77 WRK-FS-PEDIDMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PEDCTRL   PIC X(02)     VALUE ZEROS.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-NOME-PEDCTRL PIC X(12)     VALUE 'PEDCTRL.DAT'.
       77 WRK-NUM-PEDIDO   PIC 9(08)     VALUE ZEROS.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA PIC 9(04).
       77 WRK-FS-ESTOQUE    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-MOVESTOQUE PIC X(02)     VALUE ZEROS.
       77 WRK-HORA-MOV      PIC 9(08)     VALUE ZEROS.
       77 WRK-CST-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CST-PRODUTO  PIC X(06)     VALUE SPACES.
       77 WRK-CST-QTD      PIC 9(05)V99  VALUE ZEROS.
       77 WRK-CST-ORIGEM   PIC X(02)     VALUE SPACES.
       77 WRK-CST-CUSTOUNIT PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-CST-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-MOEDA         PIC X(03)     VALUE 'BRL'.
       77 WRK-QTD-MOEDAS    PIC 9(02)     VALUE 3.
       77 WRK-MOEDA-IDX     PIC 9(02)     VALUE ZEROS.
       77 WRK-FS-OPERADORES PIC X(02)     VALUE ZEROS.
       77 WRK-CLIMF-OK      PIC X(01)     VALUE 'N'.
       77 WRK-FATURMF-OK    PIC X(01)     VALUE 'N'.
       77 WRK-FS-ENDERECOS  PIC X(02)     VALUE ZEROS.
       77 WRK-ENDMF-OK      PIC X(01)     VALUE 'N'.
       77 WRK-SEQENDER      PIC 9(03)     VALUE ZEROS.
       77 WRK-END-OK        PIC X(01)     VALUE 'N'.
       77 WRK-END-QTD       PIC 9(03)     VALUE ZEROS.
       77 WRK-MAN-PRIMEIRO  PIC 9(08)     VALUE ZEROS.
       77 WRK-CLIENTE       PIC X(05)     VALUE SPACES.
       77 WRK-CLI-OK        PIC X(01)     VALUE 'S'.
       77 WRK-CREDITO-OK    PIC X(01)     VALUE 'S'.
       77 WRK-LIMITE-CLI    PIC 9(08)V99  VALUE ZEROS.
       77 WRK-SALDO-CLI     PIC S9(10)V99 VALUE ZEROS.
       77 WRK-CRD-TIPO      PIC X(01)     VALUE SPACES.
       77 WRK-CRD-VALOR     PIC 9(09)V99  VALUE ZEROS.
       77 WRK-CRD-FATURA    PIC 9(08)     VALUE ZEROS.
       77 WRK-CRD-PARCELA   PIC 9(02)     VALUE ZEROS.
       77 WRK-CRD-PROGRAMA  PIC X(08)     VALUE SPACES.
       77 WRK-CRD-SALDO     PIC 9(09)V99  VALUE ZEROS.
       77 WRK-CRD-RESULTADO PIC X(01)     VALUE SPACES.
       77 WRK-SUPER-ID      PIC X(08)     VALUE SPACES.
       77 WRK-SUPERVISOR    PIC X(01)     VALUE 'N'.
       77 WRK-FS-CONTRATOS  PIC X(02)     VALUE ZEROS.
             03 WRK-CTR-PESOMAX PIC 9(05)V99.
             03 WRK-CTR-VIGINI  PIC 9(08).
             03 WRK-CTR-VIGFIM  PIC 9(08).
       77 WRK-FS-EDIPED     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-EDIREF     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-EDIACK     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-EDIREL     PIC X(02)     VALUE ZEROS.
       77 WRK-NOME-ACK      PIC X(20)     VALUE SPACES.
       77 WRK-NOME-RELAT    PIC X(12)     VALUE SPACES.
       77 WRK-EDI-LINHA     PIC 9(06)     VALUE ZEROS.
       77 WRK-EDI-LINHACAB  PIC 9(06)     VALUE ZEROS.
       77 WRK-EDI-LINHASALVA PIC 9(06)    VALUE ZEROS.
       77 WRK-EDI-TEMCAB    PIC X(01)     VALUE 'N'.
       77 WRK-EDI-REFCLI    PIC X(15)     VALUE SPACES.
       77 WRK-EDI-MOTIVO    PIC X(40)     VALUE SPACES.
       77 WRK-EDI-QTDPED    PIC 9(05)     VALUE ZEROS.
       77 WRK-EDI-ACEITOS   PIC 9(05)     VALUE ZEROS.
       77 WRK-EDI-RECUSADOS PIC 9(05)     VALUE ZEROS.
       77 WRK-EDI-AVULSAS   PIC 9(05)     VALUE ZEROS.
       77 WRK-EDI-ACKABERTO PIC X(01)     VALUE 'N'.
       77 WRK-EDI-QTDCLI    PIC 9(03)     VALUE ZEROS.
       77 WRK-EDI-CLI-IDX   PIC 9(03)     VALUE ZEROS.
       77 WRK-EDI-CLI-ACHADO PIC X(01)    VALUE 'N'.
       77 WRK-EDI-QTDERR    PIC 9(02)     VALUE ZEROS.
       77 WRK-EDI-ERR-IDX   PIC 9(02)     VALUE ZEROS.
       77 WRK-EDI-VALOR-ED  PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-EDI-FRETE-ED  PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-EDI-CLI-TAB.
          02 WRK-EDI-CLI     PIC X(05) OCCURS 100 TIMES.
       01 WRK-EDI-ERR-TAB.
          02 WRK-EDI-ERRO OCCURS 25 TIMES.
             03 WRK-EDI-ERR-LINHA  PIC 9(06).
             03 WRK-EDI-ERR-MOTIVO PIC X(40).

       COPY MOEDAS.


       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           PERFORM 0000-LERPARAMLOTE.
           IF WRK-NAOASSISTIDO = 'N'
              DISPLAY ' CODIGO DO OPERADOR?'
           IF WRK-FS-FATURAS = '00'
              MOVE 'S' TO WRK-FATURMF-OK
           END-IF.
           MOVE 'N' TO WRK-ENDMF-OK.
           OPEN INPUT ARQ-ENDERECOS.
           IF WRK-FS-ENDERECOS = '00'
              MOVE 'S' TO WRK-ENDMF-OK
           END-IF.
           IF WRK-NAOASSISTIDO = 'N'
              DISPLAY ' MODO (1=PEDIDO UNICO 2=LOTE 3=COTACAO '
                 '4=CONVERTER COTACAO 5=IMPORTAR PEDIDOS EDI)?'
              ACCEPT WRK-MODO
           END-IF.
           EVALUATE WRK-MODO
              PERFORM 0014-GRAVARCOTACAO
           WHEN '4'
              PERFORM 0015-CONVERTERCOTACAO
           WHEN '5'
              PERFORM 0017-IMPORTAREDI
           WHEN OTHER
              PERFORM 0002-RECEBERPEDIDO
              PERFORM 0003-CALCULARFRETE
           IF WRK-FATURMF-OK = 'S'
              CLOSE ARQ-FATURAS
           END-IF.
           IF WRK-ENDMF-OK = 'S'
              CLOSE ARQ-ENDERECOS
           END-IF.
           GOBACK.

       0000-LERPARAMLOTE.
                 DISPLAY 'CLIENTE NAO CADASTRADO OU INATIVO.'
              END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-SEQENDER.
           PERFORM 0000-ESCOLHERENDERECO.
           IF WRK-SEQENDER = 0
              DISPLAY 'ESTADO PARA A ENTREGA ..'
              ACCEPT WRK-UF
              DISPLAY 'CEP DA ENTREGA (0=NAO INFORMADO) ..'
              ACCEPT WRK-CEP
           END-IF.
           DISPLAY 'CUPOM DE DESCONTO (OU BRANCO) ..'.
           ACCEPT WRK-CUPOM.
           PERFORM 0006-APLICARCUPOM.
           ACCEPT WRK-MOEDA.
           PERFORM 0011-LOCALIZARMOEDA.

       0000-ESCOLHERENDERECO.
           MOVE ZEROS TO WRK-END-QTD.
           IF WRK-CLIENTE NOT = SPACES AND WRK-ENDMF-OK = 'S'
              MOVE WRK-CLIENTE TO REG-EN-CLIENTE
              MOVE ZEROS TO REG-EN-SEQ
              START ARQ-ENDERECOS KEY IS NOT LESS THAN REG-EN-CHAVE
                 INVALID KEY
                    MOVE '10' TO WRK-FS-ENDERECOS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-ENDERECOS
              END-START
              PERFORM 0000-LISTARENDERECO
                 UNTIL WRK-FS-ENDERECOS = '10'
              MOVE '00' TO WRK-FS-ENDERECOS
           END-IF.
           IF WRK-END-QTD > 0
              MOVE 'N' TO WRK-END-OK
              PERFORM UNTIL WRK-END-OK = 'S'
                 DISPLAY 'ENDERECO DE ENTREGA (0=DIGITAR UF/CEP) ..'
                 ACCEPT WRK-SEQENDER
                 IF WRK-SEQENDER = 0
                    MOVE 'S' TO WRK-END-OK
                 ELSE
                    PERFORM 0000-LERENDERECO
                    IF WRK-END-OK = 'N'
                       DISPLAY 'ENDERECO NAO CADASTRADO OU INATIVO.'
                    ELSE
                       DISPLAY 'ENTREGA EM ' REG-EN-CIDADE
                          ' UF=' WRK-UF ' CEP=' WRK-CEP
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       0000-LISTARENDERECO.
           READ ARQ-ENDERECOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ENDERECOS
              NOT AT END
                 IF REG-EN-CLIENTE NOT = WRK-CLIENTE
                    MOVE '10' TO WRK-FS-ENDERECOS
                 ELSE
                    IF REG-EN-STATUS = 'A'
                       IF WRK-END-QTD = 0
                          DISPLAY 'ENDERECOS DE ENTREGA DO CLIENTE:'
                       END-IF
                       ADD 1 TO WRK-END-QTD
                       DISPLAY ' ' REG-EN-SEQ ' ' REG-EN-LOGRADOURO
                          ' ' REG-EN-CIDADE ' ' REG-EN-UF
                          ' ' REG-EN-CEP
                    END-IF
                 END-IF
           END-READ.

       0000-LERENDERECO.
           MOVE 'N' TO WRK-END-OK.
           IF WRK-CLIENTE NOT = SPACES AND WRK-ENDMF-OK = 'S'
              MOVE WRK-CLIENTE TO REG-EN-CLIENTE
              MOVE WRK-SEQENDER TO REG-EN-SEQ
              READ ARQ-ENDERECOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF REG-EN-STATUS = 'A'
                       MOVE 'S' TO WRK-END-OK
                       MOVE REG-EN-UF TO WRK-UF
                       MOVE REG-EN-CEP TO WRK-CEP
                    END-IF
              END-READ
           END-IF.

       0000-CALCULARCUBAGEM.
           MOVE ZEROS TO WRK-PESO-CUBADO.
           PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
           PERFORM 0000-SOMARUMAFATURA
              UNTIL WRK-FS-FATURAS = '10'.
           MOVE '00' TO WRK-FS-FATURAS.
           MOVE 'C' TO WRK-CRD-TIPO.
           MOVE ZEROS TO WRK-CRD-VALOR WRK-CRD-FATURA WRK-CRD-PARCELA.
           MOVE 'PRGCOB03' TO WRK-CRD-PROGRAMA.
           CALL 'CREDSRV' USING WRK-CRD-TIPO WRK-CLIENTE
              WRK-CRD-VALOR WRK-CRD-FATURA WRK-CRD-PARCELA
              WRK-DATASISTEMA WRK-OPERADOR WRK-CRD-PROGRAMA
              WRK-CRD-SALDO WRK-CRD-RESULTADO.
           SUBTRACT WRK-CRD-SALDO FROM WRK-SALDO-CLI.

       0000-SOMARUMAFATURA.
           READ ARQ-FATURAS NEXT RECORD
              MOVE WRK-ORIGTAXA    TO REG-PE-ORIGTAXA
              MOVE WRK-SEGURO      TO REG-PE-SEGURO
              MOVE WRK-FILIAL      TO REG-PE-FILIAL
              MOVE WRK-PESO-TAXADO TO REG-PE-PESO
              MOVE ZEROS           TO REG-PE-VIAGEM
              MOVE WRK-SEQENDER    TO REG-PE-SEQENDER
              MOVE WRK-CIA-EMPRESA TO REG-PE-EMPRESA
              WRITE REG-PEDIDO
                 INVALID KEY
                    DISPLAY 'PEDIDO JA EXISTENTE, NUMERO '
              MOVE 'A'             TO REG-QO-STATUS
              MOVE ZEROS           TO REG-QO-PEDIDO
              MOVE WRK-SEGURO      TO REG-QO-SEGURO
              MOVE WRK-SEQENDER    TO REG-QO-SEQENDER
              WRITE REG-COTACAO
                 INVALID KEY
                    DISPLAY 'COTACAO JA EXISTENTE, NUMERO '
                 MOVE REG-QO-ORIGTAXA TO WRK-ORIGTAXA
                 MOVE REG-QO-PESO TO WRK-PESO-TAXADO
                 MOVE REG-QO-SEGURO TO WRK-SEGURO
                 MOVE ZEROS TO WRK-SEQENDER
                 IF REG-QO-SEQENDER IS NUMERIC
                    MOVE REG-QO-SEQENDER TO WRK-SEQENDER
                 END-IF
                 COMPUTE WRK-TOTALFINAL = WRK-FRETE + WRK-SEGURO
                 MOVE 'S' TO WRK-UF-ACHADO
                 PERFORM 0007-LOCALIZARUF
                    WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-EVALUATE.

       0017-IMPORTAREDI.
           MOVE 'BRL' TO WRK-MOEDA.
           PERFORM 0011-LOCALIZARMOEDA.
           MOVE 'PRGCOB03' TO WRK-LOG-PROGRAMA.
           OPEN INPUT ARQ-EDIPED.
           IF WRK-FS-EDIPED NOT = '00'
              DISPLAY 'ARQUIVO DE PEDIDOS EDI (EDIPED.DAT) NAO '
                 'ENCONTRADO.'
           ELSE
              OPEN I-O ARQ-EDIREF
              IF WRK-FS-EDIREF = '35'
                 OPEN OUTPUT ARQ-EDIREF
                 CLOSE ARQ-EDIREF
                 OPEN I-O ARQ-EDIREF
              END-IF
              MOVE ZEROS TO WRK-EDI-LINHA WRK-EDI-QTDPED
                 WRK-EDI-ACEITOS WRK-EDI-RECUSADOS WRK-EDI-AVULSAS
                 WRK-EDI-QTDCLI
              MOVE 'N' TO WRK-EDI-TEMCAB
              MOVE 'N' TO WRK-EDI-ACKABERTO
              MOVE 'EDIPED.TXT' TO WRK-NOME-RELAT
              OPEN OUTPUT ARQ-EDIREL
              MOVE SPACES TO WRK-LINHA
              STRING 'IMPORTACAO DE PEDIDOS EDI - ' WRK-DATASISTEMA
                 ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-EDIREL FROM WRK-LINHA
              MOVE '========================================'
                 TO WRK-LINHA
              WRITE REG-EDIREL FROM WRK-LINHA
              PERFORM 0000-LERLINHAEDI UNTIL WRK-FS-EDIPED = '10'
              IF WRK-EDI-TEMCAB = 'S'
                 PERFORM 0018-PROCESSARPEDIDOEDI
              END-IF
              MOVE '----------------------------------------'
                 TO WRK-LINHA
              WRITE REG-EDIREL FROM WRK-LINHA
              MOVE SPACES TO WRK-LINHA
              STRING 'PEDIDOS=' WRK-EDI-QTDPED
                 ' ACEITOS=' WRK-EDI-ACEITOS
                 ' RECUSADOS=' WRK-EDI-RECUSADOS
                 ' LINHAS AVULSAS=' WRK-EDI-AVULSAS
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-EDIREL FROM WRK-LINHA
              CLOSE ARQ-EDIREL
              CLOSE ARQ-EDIREF
              CLOSE ARQ-EDIPED
              DISPLAY 'PEDIDOS EDI LIDOS ....... ' WRK-EDI-QTDPED
              DISPLAY 'ACEITOS ................. ' WRK-EDI-ACEITOS
              DISPLAY 'RECUSADOS ............... ' WRK-EDI-RECUSADOS
              DISPLAY 'RETORNOS GRAVADOS EM EDIACK<CLIENTE>.TXT, '
                 'RESUMO EM EDIPED.TXT'
              CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
                 WRK-OPERADOR
              MOVE SPACES TO WRK-LOG-MENSAGEM
              STRING 'IMPORTACAO EDI PEDIDOS=' WRK-EDI-QTDPED
                 ' ACEITOS=' WRK-EDI-ACEITOS
                 ' RECUSADOS=' WRK-EDI-RECUSADOS
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              IF WRK-EDI-RECUSADOS > 0 OR WRK-EDI-AVULSAS > 0
                 MOVE 'W' TO WRK-LOG-SEVERIDADE
              END-IF
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              MOVE 'I' TO WRK-LOG-SEVERIDADE
           END-IF.

       0000-LERLINHAEDI.
           READ ARQ-EDIPED
              AT END
                 MOVE '10' TO WRK-FS-EDIPED
              NOT AT END
                 ADD 1 TO WRK-EDI-LINHA
                 EVALUATE REG-ED-TIPO
                 WHEN 'H'
                    IF WRK-EDI-TEMCAB = 'S'
                       PERFORM 0018-PROCESSARPEDIDOEDI
                    END-IF
                    PERFORM 0000-RECEBERCABECALHOEDI
                 WHEN 'I'
                    IF WRK-EDI-TEMCAB = 'S'
                       PERFORM 0000-RECEBERITEMEDI
                    ELSE
                       MOVE 'ITEM SEM CABECALHO DE PEDIDO'
                          TO WRK-EDI-MOTIVO
                       PERFORM 0000-REJEITARLINHAEDI
                    END-IF
                 WHEN OTHER
                    MOVE 'TIPO DE REGISTRO INVALIDO' TO WRK-EDI-MOTIVO
                    IF WRK-EDI-TEMCAB = 'S'
                       PERFORM 0000-REGISTRARERROEDI
                    ELSE
                       PERFORM 0000-REJEITARLINHAEDI
                    END-IF
                 END-EVALUATE
           END-READ.

       0000-REJEITARLINHAEDI.
           ADD 1 TO WRK-EDI-AVULSAS.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LINHA ' WRK-EDI-LINHA ' RECUSADA: ' WRK-EDI-MOTIVO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-EDIREL FROM WRK-LINHA.

       0000-REGISTRARERROEDI.
           IF WRK-EDI-QTDERR < 25
              ADD 1 TO WRK-EDI-QTDERR
              MOVE WRK-EDI-LINHA TO WRK-EDI-ERR-LINHA(WRK-EDI-QTDERR)
              MOVE WRK-EDI-MOTIVO
                 TO WRK-EDI-ERR-MOTIVO(WRK-EDI-QTDERR)
           END-IF.

       0000-RECEBERCABECALHOEDI.
           MOVE 'S' TO WRK-EDI-TEMCAB.
           MOVE WRK-EDI-LINHA TO WRK-EDI-LINHACAB.
           MOVE ZEROS TO WRK-EDI-QTDERR WRK-QTD-ITENS.
           MOVE REG-EH-CLIENTE TO WRK-CLIENTE.
           MOVE REG-EH-REFCLI TO WRK-EDI-REFCLI.
           MOVE REG-EH-UF TO WRK-UF.
           MOVE REG-EH-CUPOM TO WRK-CUPOM.
           MOVE ZEROS TO WRK-CEP WRK-PESO WRK-VALOR-DECLAR
              WRK-SEQENDER.
           IF REG-EH-SEQENDER IS NUMERIC
              MOVE REG-EH-SEQENDER TO WRK-SEQENDER
           ELSE
              IF REG-EH-SEQENDER NOT = SPACES
                 MOVE 'ENDERECO DE ENTREGA INVALIDO' TO WRK-EDI-MOTIVO
                 PERFORM 0000-REGISTRARERROEDI
              END-IF
           END-IF.
           IF REG-EH-CEP IS NUMERIC
              MOVE REG-EH-CEP TO WRK-CEP
           ELSE
              MOVE 'CEP INVALIDO' TO WRK-EDI-MOTIVO
              PERFORM 0000-REGISTRARERROEDI
           END-IF.
           IF REG-EH-PESO IS NUMERIC
              MOVE REG-EH-PESO TO WRK-PESO
           ELSE
              MOVE 'PESO INVALIDO' TO WRK-EDI-MOTIVO
              PERFORM 0000-REGISTRARERROEDI
           END-IF.
           IF REG-EH-VALDECLAR IS NUMERIC
              MOVE REG-EH-VALDECLAR TO WRK-VALOR-DECLAR
           ELSE
              MOVE 'VALOR DECLARADO INVALIDO' TO WRK-EDI-MOTIVO
              PERFORM 0000-REGISTRARERROEDI
           END-IF.

       0000-RECEBERITEMEDI.
           IF WRK-QTD-ITENS >= 20
              MOVE 'PEDIDO COM MAIS DE 20 ITENS' TO WRK-EDI-MOTIVO
              PERFORM 0000-REGISTRARERROEDI
           ELSE
              ADD 1 TO WRK-QTD-ITENS
              MOVE WRK-QTD-ITENS TO WRK-ITEM-IDX
              MOVE REG-EI-PRODUTO TO WRK-IT-CODIGO(WRK-ITEM-IDX)
              MOVE SPACES TO WRK-IT-PRODUTO(WRK-ITEM-IDX)
              MOVE ZEROS TO WRK-IT-QTD(WRK-ITEM-IDX)
                 WRK-IT-VALOR(WRK-ITEM-IDX) WRK-IT-COMP(WRK-ITEM-IDX)
                 WRK-IT-LARG(WRK-ITEM-IDX) WRK-IT-ALT(WRK-ITEM-IDX)
              IF REG-EI-QTD IS NUMERIC AND REG-EI-QTD > 0
                 MOVE REG-EI-QTD TO WRK-IT-QTD(WRK-ITEM-IDX)
              ELSE
                 MOVE 'QUANTIDADE INVALIDA' TO WRK-EDI-MOTIVO
                 PERFORM 0000-REGISTRARERROEDI
              END-IF
              IF REG-EI-COMP IS NUMERIC AND REG-EI-LARG IS NUMERIC
                    AND REG-EI-ALT IS NUMERIC
                 MOVE REG-EI-COMP TO WRK-IT-COMP(WRK-ITEM-IDX)
                 MOVE REG-EI-LARG TO WRK-IT-LARG(WRK-ITEM-IDX)
                 MOVE REG-EI-ALT TO WRK-IT-ALT(WRK-ITEM-IDX)
              ELSE
                 MOVE 'DIMENSOES DO VOLUME INVALIDAS' TO WRK-EDI-MOTIVO
                 PERFORM 0000-REGISTRARERROEDI
              END-IF
              EVALUATE TRUE
              WHEN REG-EI-PRODUTO = SPACES
                 MOVE 'PRODUTO NAO INFORMADO' TO WRK-EDI-MOTIVO
                 PERFORM 0000-REGISTRARERROEDI
              WHEN WRK-PRODMF-OK = 'N'
                 MOVE 'CADASTRO DE PRODUTOS INDISPONIVEL'
                    TO WRK-EDI-MOTIVO
                 PERFORM 0000-REGISTRARERROEDI
              WHEN OTHER
                 MOVE REG-EI-PRODUTO TO REG-PR-COD
                 READ ARQ-PRODUTOS
                    INVALID KEY
                       MOVE SPACES TO WRK-EDI-MOTIVO
                       STRING 'PRODUTO ' REG-EI-PRODUTO
                          ' NAO CADASTRADO'
                          DELIMITED BY SIZE INTO WRK-EDI-MOTIVO
                       PERFORM 0000-REGISTRARERROEDI
                    NOT INVALID KEY
                       MOVE REG-PR-DESCRICAO
                          TO WRK-IT-PRODUTO(WRK-ITEM-IDX)
                       MOVE REG-PR-PRECO
                          TO WRK-IT-VALOR(WRK-ITEM-IDX)
                 END-READ
              END-EVALUATE
           END-IF.

       0018-PROCESSARPEDIDOEDI.
           MOVE 'N' TO WRK-EDI-TEMCAB.
           ADD 1 TO WRK-EDI-QTDPED.
           MOVE WRK-EDI-LINHA TO WRK-EDI-LINHASALVA.
           MOVE WRK-EDI-LINHACAB TO WRK-EDI-LINHA.
           IF WRK-CLIENTE = SPACES
              MOVE 'CLIENTE NAO INFORMADO' TO WRK-EDI-MOTIVO
              PERFORM 0000-REGISTRARERROEDI
           ELSE
              IF WRK-CLIMF-OK = 'N'
                 MOVE 'CADASTRO DE CLIENTES INDISPONIVEL'
                    TO WRK-EDI-MOTIVO
                 PERFORM 0000-REGISTRARERROEDI
              ELSE
                 PERFORM 0000-VALIDARCLIENTE
                 IF WRK-CLI-OK = 'N'
                    MOVE 'CLIENTE NAO CADASTRADO OU INATIVO'
                       TO WRK-EDI-MOTIVO
                    PERFORM 0000-REGISTRARERROEDI
                 END-IF
              END-IF
           END-IF.
           IF WRK-EDI-REFCLI = SPACES
              MOVE 'REFERENCIA DO PEDIDO NAO INFORMADA'
                 TO WRK-EDI-MOTIVO
              PERFORM 0000-REGISTRARERROEDI
           ELSE
              MOVE WRK-CLIENTE TO REG-ER-CLIENTE
              MOVE WRK-EDI-REFCLI TO REG-ER-REFCLI
              READ ARQ-EDIREF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SPACES TO WRK-EDI-MOTIVO
                    STRING 'REFERENCIA JA RECEBIDA NO PEDIDO '
                       REG-ER-PEDIDO
                       DELIMITED BY SIZE INTO WRK-EDI-MOTIVO
                    PERFORM 0000-REGISTRARERROEDI
              END-READ
           END-IF.
           IF WRK-QTD-ITENS = 0
              MOVE 'PEDIDO SEM ITENS' TO WRK-EDI-MOTIVO
              PERFORM 0000-REGISTRARERROEDI
           END-IF.
           IF WRK-SEQENDER > 0
              PERFORM 0000-LERENDERECO
              IF WRK-END-OK = 'N'
                 MOVE SPACES TO WRK-EDI-MOTIVO
                 STRING 'ENDERECO DE ENTREGA ' WRK-SEQENDER
                    ' NAO CADASTRADO OU INATIVO'
                    DELIMITED BY SIZE INTO WRK-EDI-MOTIVO
                 PERFORM 0000-REGISTRARERROEDI
              END-IF
           END-IF.
           PERFORM 0007-LOCALIZARUF.
           IF WRK-UF-ACHADO = 'N'
              MOVE 'ESTADO SEM ENTREGA' TO WRK-EDI-MOTIVO
              PERFORM 0000-REGISTRARERROEDI
           END-IF.
           IF WRK-EDI-QTDERR = 0
              MOVE ZEROS TO WRK-VALOR
              PERFORM VARYING WRK-ITEM-IDX FROM 1 BY 1
                    UNTIL WRK-ITEM-IDX > WRK-QTD-ITENS
                 COMPUTE WRK-VALOR = WRK-VALOR +
                    (WRK-IT-QTD(WRK-ITEM-IDX)
                    * WRK-IT-VALOR(WRK-ITEM-IDX))
              END-PERFORM
              PERFORM 0000-CALCULARCUBAGEM
              COMPUTE WRK-SEGURO ROUNDED =
                 WRK-VALOR-DECLAR * WRK-SEGURO-PERC / 100
              PERFORM 0006-APLICARCUPOM
              PERFORM 0003-CALCULARFRETE
              PERFORM 0013-VERIFICARCREDITO
              IF WRK-CREDITO-OK = 'N'
                 MOVE 'LIMITE DE CREDITO EXCEDIDO' TO WRK-EDI-MOTIVO
                 PERFORM 0000-REGISTRARERROEDI
              END-IF
           END-IF.
           IF WRK-EDI-QTDERR = 0
              PERFORM 0005-GRAVARPEDIDO
              MOVE WRK-CLIENTE TO REG-ER-CLIENTE
              MOVE WRK-EDI-REFCLI TO REG-ER-REFCLI
              MOVE WRK-NUM-PEDIDO TO REG-ER-PEDIDO
              MOVE WRK-DATASISTEMA TO REG-ER-DATA
              MOVE WRK-OPERADOR TO REG-ER-OPERADOR
              WRITE REG-EDIREF
                 INVALID KEY
                    DISPLAY 'REFERENCIA EDI JA EXISTENTE, CLIENTE '
                       WRK-CLIENTE ' REF ' WRK-EDI-REFCLI
              END-WRITE
              ADD 1 TO WRK-EDI-ACEITOS
           ELSE
              ADD 1 TO WRK-EDI-RECUSADOS
           END-IF.
           PERFORM 0000-EMITIRRETORNOEDI.
           MOVE WRK-EDI-LINHASALVA TO WRK-EDI-LINHA.

       0000-EMITIRRETORNOEDI.
           PERFORM 0000-ABRIRRETORNOEDI.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-EDI-QTDERR = 0
              MOVE WRK-VALOR-ORIG TO WRK-EDI-VALOR-ED
              COMPUTE WRK-EDI-FRETE-ED = WRK-FRETE + WRK-FRETEPESO
              STRING 'REF ' WRK-EDI-REFCLI ' ACEITO PEDIDO '
                 WRK-NUM-PEDIDO ' VALOR=' WRK-EDI-VALOR-ED
                 ' FRETE=' WRK-EDI-FRETE-ED
                 ' ENTREGA=' WRK-DATAPROMETIDA
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              STRING 'REF ' WRK-EDI-REFCLI ' RECUSADO (LINHA '
                 WRK-EDI-LINHACAB ')'
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           PERFORM 0000-ESCREVERRETORNOEDI.
           PERFORM VARYING WRK-EDI-ERR-IDX FROM 1 BY 1
                 UNTIL WRK-EDI-ERR-IDX > WRK-EDI-QTDERR
              MOVE SPACES TO WRK-LINHA
              STRING '   LINHA ' WRK-EDI-ERR-LINHA(WRK-EDI-ERR-IDX)
                 ': ' WRK-EDI-ERR-MOTIVO(WRK-EDI-ERR-IDX)
                 DELIMITED BY SIZE INTO WRK-LINHA
              PERFORM 0000-ESCREVERRETORNOEDI
           END-PERFORM.
           IF WRK-EDI-ACKABERTO = 'S'
              CLOSE ARQ-EDIACK
              MOVE 'N' TO WRK-EDI-ACKABERTO
           END-IF.

       0000-ABRIRRETORNOEDI.
           MOVE 'N' TO WRK-EDI-ACKABERTO.
           IF WRK-CLIENTE NOT = SPACES
              MOVE SPACES TO WRK-NOME-ACK
              STRING 'EDIACK' WRK-CLIENTE '.TXT'
                 DELIMITED BY SIZE INTO WRK-NOME-ACK
              MOVE 'N' TO WRK-EDI-CLI-ACHADO
              PERFORM VARYING WRK-EDI-CLI-IDX FROM 1 BY 1
                    UNTIL WRK-EDI-CLI-IDX > WRK-EDI-QTDCLI
                       OR WRK-EDI-CLI-ACHADO = 'S'
                 IF WRK-EDI-CLI(WRK-EDI-CLI-IDX) = WRK-CLIENTE
                    MOVE 'S' TO WRK-EDI-CLI-ACHADO
                 END-IF
              END-PERFORM
              IF WRK-EDI-CLI-ACHADO = 'S' OR WRK-EDI-QTDCLI >= 100
                 OPEN EXTEND ARQ-EDIACK
                 IF WRK-FS-EDIACK = '35'
                    OPEN OUTPUT ARQ-EDIACK
                 END-IF
              ELSE
                 ADD 1 TO WRK-EDI-QTDCLI
                 MOVE WRK-CLIENTE TO WRK-EDI-CLI(WRK-EDI-QTDCLI)
                 OPEN OUTPUT ARQ-EDIACK
                 MOVE SPACES TO WRK-LINHA
                 STRING 'RETORNO DE PEDIDOS EDI - CLIENTE '
                    WRK-CLIENTE ' - ' WRK-DATASISTEMA
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-EDIACK FROM WRK-LINHA
              END-IF
              IF WRK-FS-EDIACK = '00'
                 MOVE 'S' TO WRK-EDI-ACKABERTO
              END-IF
           END-IF.

       0000-ESCREVERRETORNOEDI.
           WRITE REG-EDIREL FROM WRK-LINHA.
           IF WRK-EDI-ACKABERTO = 'S'
              WRITE REG-EDIACK FROM WRK-LINHA
           END-IF.

       0000-LERNUMPEDIDO.
           MOVE WRK-CIA-BASENUM TO WRK-NUM-PEDIDO.
           OPEN INPUT ARQ-PEDCTRL.
           IF WRK-FS-PEDCTRL = '00'
              READ ARQ-PEDCTRL
           ELSE
           PERFORM 0000-LERCHECKPOINT
           MOVE ZEROS TO WRK-LINHA-ATUAL
           PERFORM 0000-LERNUMPEDIDO
           MOVE WRK-NUM-PEDIDO TO WRK-MAN-PRIMEIRO
           OPEN INPUT ARQ-LOTEFRETE
           IF WRK-FS-LOTEFRETE NOT = '00'
              DISPLAY 'ARQUIVO DE LOTE DE FRETE NAO ENCONTRADO.'
                    IF WRK-CLI-OK = 'N'
                       MOVE SPACES TO WRK-CLIENTE
                    END-IF
                    MOVE ZEROS TO WRK-SEQENDER
                    IF REG-LF-SEQENDER IS NUMERIC
                          AND REG-LF-SEQENDER > 0
                          AND WRK-CLIENTE NOT = SPACES
                       MOVE REG-LF-SEQENDER TO WRK-SEQENDER
                       PERFORM 0000-LERENDERECO
                       IF WRK-END-OK = 'N'
                          DISPLAY 'ENDERECO ' WRK-SEQENDER
                             ' DO CLIENTE ' WRK-CLIENTE
                             ' NAO CADASTRADO, MANTIDOS UF/CEP DO LOTE.'
                          MOVE ZEROS TO WRK-SEQENDER
                       END-IF
                    END-IF
                    PERFORM 0006-APLICARCUPOM
                    PERFORM 0003-CALCULARFRETE
                    PERFORM 0013-VERIFICARCREDITO
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM 0000-LISTARPEDIDOSMAN.
           PERFORM 0000-RODAPEMAN.
           CLOSE ARQ-MANIFESTO.

       0000-LISTARPEDIDOSMAN.
           IF WRK-NUM-PEDIDO > WRK-MAN-PRIMEIRO
              MOVE '----------------------------------------'
                 TO WRK-LINHA
              PERFORM 0000-ESCREVERLINHAMAN
              MOVE 'PEDIDOS DO LOTE E ENDERECOS DE ENTREGA'
                 TO WRK-LINHA
              PERFORM 0000-ESCREVERLINHAMAN
              MOVE 'PEDIDO   TRP UF CEP      END CLIENTE/CIDADE'
                 TO WRK-LINHA
              PERFORM 0000-ESCREVERLINHAMAN
              OPEN INPUT ARQ-PEDIDMF
              IF WRK-FS-PEDIDMF = '00'
                 COMPUTE REG-PE-NUMERO = WRK-MAN-PRIMEIRO + 1
                 START ARQ-PEDIDMF KEY IS NOT LESS THAN REG-PE-NUMERO
                    INVALID KEY
                       MOVE '10' TO WRK-FS-PEDIDMF
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-PEDIDMF
                 END-START
                 PERFORM 0000-LISTARUMPEDIDOMAN
                    UNTIL WRK-FS-PEDIDMF = '10'
                 CLOSE ARQ-PEDIDMF
              END-IF
           END-IF.

       0000-LISTARUMPEDIDOMAN.
           READ ARQ-PEDIDMF NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT AT END
                 IF REG-PE-NUMERO > WRK-NUM-PEDIDO
                    MOVE '10' TO WRK-FS-PEDIDMF
                 ELSE
                    MOVE SPACES TO WRK-LINHA
                    IF REG-PE-SEQENDER > 0 AND WRK-ENDMF-OK = 'S'
                       MOVE REG-PE-CLIENTE TO REG-EN-CLIENTE
                       MOVE REG-PE-SEQENDER TO REG-EN-SEQ
                       READ ARQ-ENDERECOS
                          INVALID KEY
                             MOVE SPACES TO REG-EN-CIDADE
                       END-READ
                       STRING REG-PE-NUMERO ' ' REG-PE-TRANSP
                          ' ' REG-PE-UF ' ' REG-PE-CEP
                          ' ' REG-PE-SEQENDER ' ' REG-PE-CLIENTE
                          ' ' REG-EN-CIDADE
                          DELIMITED BY SIZE INTO WRK-LINHA
                    ELSE
                       STRING REG-PE-NUMERO ' ' REG-PE-TRANSP
                          ' ' REG-PE-UF ' ' REG-PE-CEP
                          ' --- ' REG-PE-CLIENTE
                          ' (ENDERECO DO PEDIDO)'
                          DELIMITED BY SIZE INTO WRK-LINHA
                    END-IF
                    PERFORM 0000-ESCREVERLINHAMAN
                 END-IF
           END-READ.

       0000-ESCREVERLINHAMAN.
           IF WRK-LINHAS-PAG >= WRK-MAX-LINHAS-PAG
              PERFORM 0000-RODAPEMAN
           MOVE WRK-OPERADOR TO REG-MV-OPERADOR.
           WRITE REG-MOVESTOQUE.
           CLOSE ARQ-MOVESTOQUE.
           MOVE 'S' TO WRK-CST-FUNCAO.
           MOVE WRK-IT-CODIGO(WRK-ITEM-IDX) TO WRK-CST-PRODUTO.
           MOVE WRK-IT-QTD(WRK-ITEM-IDX) TO WRK-CST-QTD.
           MOVE 'FR' TO WRK-CST-ORIGEM.
           MOVE ZEROS TO WRK-CST-CUSTOUNIT.
           CALL 'CUSTOSRV' USING WRK-CST-FUNCAO WRK-CST-PRODUTO
              WRK-CST-QTD WRK-CST-ORIGEM WRK-CST-CUSTOUNIT
              WRK-CST-VALOR.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'PEDCTRL.DAT' TO WRK-NOME-PEDCTRL.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-PEDCTRL WRK-CIA-VALIDO.
