       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAPLN.
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
           SELECT ARQ-TRANSPORTES ASSIGN TO "TRANSMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TP-COD
               FILE STATUS IS WRK-FS-TRANSPORTES.
           SELECT ARQ-CEPPARM ASSIGN TO "CEPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CEPPARM.
           SELECT ARQ-VIAGENS ASSIGN TO "VIAGEMMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-VG-NUMERO
               FILE STATUS IS WRK-FS-VIAGENS.
           SELECT ARQ-VIAGCTRL ASSIGN TO "VIAGCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VIAGCTRL.
           SELECT ARQ-RELCARGA ASSIGN TO "CARGAPLN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELCARGA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PEDIDMF.
       01 REG-PEDIDO.
       COPY PEDIREG.
       FD ARQ-TRANSPORTES.
       01 REG-TRANSPORTE.
       COPY TRANSREG.
       FD ARQ-CEPPARM.
       01 REG-CEPPARM.
          02 REG-CP-CEPINI     PIC 9(08).
          02 REG-CP-CEPFIM     PIC 9(08).
          02 REG-CP-TAXA       PIC 9(01)V9999.
          02 REG-CP-PRAZO      PIC 9(02).
       FD ARQ-VIAGENS.
       01 REG-VIAGEM.
       COPY VIAGREG.
       FD ARQ-VIAGCTRL.
       01 REG-VIAGCTRL         PIC 9(06).
       FD ARQ-RELCARGA.
       01 REG-RELCARGA         PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-PEDIDMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-TRANSPORTES PIC X(02)   VALUE ZEROS.
       77 WRK-FS-CEPPARM   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-VIAGENS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-VIAGCTRL  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELCARGA  PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'CARGAPLN'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)     VALUE 'N'.
       77 WRK-NUM-VIAGEM   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-TRANSP   PIC 9(02)     VALUE ZEROS.
       77 WRK-TR-IDX       PIC 9(02)     VALUE ZEROS.
       77 WRK-TR-ACHADA    PIC X(01)     VALUE 'N'.
       77 WRK-QTD-REGIOES  PIC 9(02)     VALUE ZEROS.
       77 WRK-RG-IDX       PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-PED      PIC 9(03)     VALUE ZEROS.
       77 WRK-PED-IDX      PIC 9(03)     VALUE ZEROS.
       77 WRK-PED-IDX2     PIC 9(03)     VALUE ZEROS.
       77 WRK-QTD-VIAG     PIC 9(03)     VALUE ZEROS.
       77 WRK-VG-IDX       PIC 9(03)     VALUE ZEROS.
       77 WRK-TROCOU       PIC X(01)     VALUE 'N'.
       77 WRK-VIAGEM-OK    PIC X(01)     VALUE 'N'.
       77 WRK-PESOMAX      PIC 9(05)V99  VALUE ZEROS.
       77 WRK-CEP-ANTERIOR PIC 9(08)     VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-PLANEJ   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-EXCESSO  PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-SEMTRANSP PIC 9(06)    VALUE ZEROS.
       77 WRK-QTD-FORATAB  PIC 9(06)     VALUE ZEROS.
       77 WRK-PESO-ED      PIC ZZZ.ZZ9,99.
       77 WRK-PESOMAX-ED   PIC ZZ.ZZ9,99.
       77 WRK-VALOR-ED     PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-PARADA-ED    PIC ZZ9.
       77 WRK-QTD-ED       PIC ZZ9.
       01 WRK-TRANSP-TAB.
          02 WRK-TP-ITEM OCCURS 10 TIMES.
             03 WRK-TP-COD      PIC X(03).
             03 WRK-TP-NOME     PIC X(20).
             03 WRK-TP-PESOMAX  PIC 9(05)V99.
       01 WRK-REGIAO-TAB.
          02 WRK-RG-ITEM OCCURS 50 TIMES.
             03 WRK-RG-CEPINI   PIC 9(08).
             03 WRK-RG-CEPFIM   PIC 9(08).
       01 WRK-PLANO-TAB.
          02 WRK-PL-ITEM OCCURS 500 TIMES.
             03 WRK-PL-CHAVE.
                04 WRK-PL-TRANSP   PIC X(03).
                04 WRK-PL-REGIAO   PIC 9(02).
                04 WRK-PL-CEP      PIC 9(08).
                04 WRK-PL-NUMERO   PIC 9(08).
             03 WRK-PL-UF       PIC X(02).
             03 WRK-PL-CLIENTE  PIC X(05).
             03 WRK-PL-PESO     PIC 9(06)V99.
             03 WRK-PL-VALOR    PIC 9(08)V99.
             03 WRK-PL-VIAGEM   PIC 9(03).
             03 WRK-PL-PARADA   PIC 9(03).
       01 WRK-PLANO-AUX.
          02 WRK-AUX-CHAVE      PIC X(21).
          02 WRK-AUX-UF         PIC X(02).
          02 WRK-AUX-CLIENTE    PIC X(05).
          02 WRK-AUX-PESO       PIC 9(06)V99.
          02 WRK-AUX-VALOR      PIC 9(08)V99.
          02 WRK-AUX-VIAGEM     PIC 9(03).
          02 WRK-AUX-PARADA     PIC 9(03).
       01 WRK-VIAGEM-TAB.
          02 WRK-VG-ITEM OCCURS 200 TIMES.
             03 WRK-VG-TRANSP   PIC X(03).
             03 WRK-VG-NOME     PIC X(20).
             03 WRK-VG-REGIAO   PIC 9(02).
             03 WRK-VG-QTDPED   PIC 9(03).
             03 WRK-VG-PARADAS  PIC 9(03).
             03 WRK-VG-PESO     PIC 9(06)V99.
             03 WRK-VG-PESOMAX  PIC 9(05)V99.
             03 WRK-VG-VALOR    PIC 9(10)V99.
             03 WRK-VG-NUMERO   PIC 9(06).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           OPEN I-O ARQ-PEDIDMF.
           IF WRK-FS-PEDIDMF NOT = '00'
              DISPLAY 'CADASTRO DE PEDIDOS NAO ENCONTRADO.'
              GOBACK
           END-IF.
           PERFORM 0000-CARREGARTRANSP.
           PERFORM 0000-CARREGARREGIOES.
           PERFORM 0002-SELECIONARPEDIDOS.
           PERFORM 0003-ORDENARPEDIDOS.
           PERFORM 0004-MONTARVIAGENS.
           DISPLAY 'PEDIDOS PENDENTES LIDOS .... ' WRK-QTD-LIDOS.
           DISPLAY 'PEDIDOS PLANEJADOS ......... ' WRK-QTD-PLANEJ.
           DISPLAY 'VIAGENS MONTADAS ........... ' WRK-QTD-VIAG.
           DISPLAY 'ACIMA DA CAPACIDADE ........ ' WRK-QTD-EXCESSO.
           DISPLAY 'SEM TRANSPORTADORA ......... ' WRK-QTD-SEMTRANSP.
           DISPLAY 'FORA DO LIMITE DO LOTE ..... ' WRK-QTD-FORATAB.
           MOVE 'N' TO WRK-CONFIRMA.
           IF WRK-QTD-VIAG > 0
              DISPLAY ' GRAVAR AS VIAGENS E ATRIBUIR OS PEDIDOS (S/N)?'
              ACCEPT WRK-CONFIRMA
           END-IF.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
              MOVE 'S' TO WRK-CONFIRMA
              PERFORM 0005-GRAVARVIAGENS
           ELSE
              MOVE 'N' TO WRK-CONFIRMA
              IF WRK-QTD-VIAG > 0
                 DISPLAY 'OPERACAO NAO CONFIRMADA, RELATORIO GERADO '
                    'COMO SIMULACAO.'
              END-IF
           END-IF.
           CLOSE ARQ-PEDIDMF.
           PERFORM 0006-IMPRIMIRROMANEIO.
           DISPLAY 'ROMANEIO GRAVADO EM CARGAPLN.TXT'.
           MOVE 'CARGAPLN.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'PLANEJAMENTO CARGA VIAGENS=' WRK-QTD-VIAG
              ' PEDIDOS=' WRK-QTD-PLANEJ
              ' GRAVADO=' WRK-CONFIRMA
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.
           GOBACK.

       0000-CARREGARTRANSP.
           MOVE ZEROS TO WRK-QTD-TRANSP.
           OPEN INPUT ARQ-TRANSPORTES.
           IF WRK-FS-TRANSPORTES = '00'
              MOVE LOW-VALUES TO REG-TP-COD
              START ARQ-TRANSPORTES KEY IS NOT LESS THAN REG-TP-COD
                 INVALID KEY
                    MOVE '10' TO WRK-FS-TRANSPORTES
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-TRANSPORTES
              END-START
              PERFORM 0000-LERTRANSP
                 UNTIL WRK-FS-TRANSPORTES = '10'
              CLOSE ARQ-TRANSPORTES
           END-IF.

       0000-LERTRANSP.
           READ ARQ-TRANSPORTES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-TRANSPORTES
              NOT AT END
                 IF WRK-QTD-TRANSP < 10
                    ADD 1 TO WRK-QTD-TRANSP
                    MOVE REG-TP-COD TO WRK-TP-COD(WRK-QTD-TRANSP)
                    MOVE REG-TP-NOME TO WRK-TP-NOME(WRK-QTD-TRANSP)
                    MOVE REG-TP-PESOMAX
                       TO WRK-TP-PESOMAX(WRK-QTD-TRANSP)
                    IF REG-TP-PESOMAX = 0
                       MOVE 99999,99
                          TO WRK-TP-PESOMAX(WRK-QTD-TRANSP)
                    END-IF
                 END-IF
           END-READ.

       0000-CARREGARREGIOES.
           MOVE ZEROS TO WRK-QTD-REGIOES.
           OPEN INPUT ARQ-CEPPARM.
           IF WRK-FS-CEPPARM = '00'
              PERFORM 0000-LERREGIAO
                 UNTIL WRK-FS-CEPPARM = '10'
              CLOSE ARQ-CEPPARM
           END-IF.

       0000-LERREGIAO.
           READ ARQ-CEPPARM
              AT END
                 MOVE '10' TO WRK-FS-CEPPARM
              NOT AT END
                 IF WRK-QTD-REGIOES < 50
                    ADD 1 TO WRK-QTD-REGIOES
                    MOVE REG-CP-CEPINI
                       TO WRK-RG-CEPINI(WRK-QTD-REGIOES)
                    MOVE REG-CP-CEPFIM
                       TO WRK-RG-CEPFIM(WRK-QTD-REGIOES)
                 END-IF
           END-READ.

       0002-SELECIONARPEDIDOS.
           MOVE ZEROS TO WRK-QTD-PED.
           MOVE ZEROS TO REG-PE-NUMERO.
           START ARQ-PEDIDMF KEY IS NOT LESS THAN REG-PE-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PEDIDMF
           END-START.
           PERFORM 0000-LERPEDIDO
              UNTIL WRK-FS-PEDIDMF = '10'.
           MOVE '00' TO WRK-FS-PEDIDMF.

       0000-LERPEDIDO.
           READ ARQ-PEDIDMF NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT AT END
                 IF REG-PE-STATUS NOT = 'C'
                       AND REG-PE-SITENTREGA = 'R'
                       AND REG-PE-VIAGEM = 0
                    ADD 1 TO WRK-QTD-LIDOS
                    PERFORM 0000-INCLUIRPEDIDO
                 END-IF
           END-READ.

       0000-INCLUIRPEDIDO.
           IF REG-PE-TRANSP = SPACES
              ADD 1 TO WRK-QTD-SEMTRANSP
           ELSE
              IF WRK-QTD-PED < 500
                 ADD 1 TO WRK-QTD-PED
                 MOVE REG-PE-TRANSP TO WRK-PL-TRANSP(WRK-QTD-PED)
                 MOVE REG-PE-CEP TO WRK-PL-CEP(WRK-QTD-PED)
                 MOVE REG-PE-NUMERO TO WRK-PL-NUMERO(WRK-QTD-PED)
                 MOVE REG-PE-UF TO WRK-PL-UF(WRK-QTD-PED)
                 MOVE REG-PE-CLIENTE TO WRK-PL-CLIENTE(WRK-QTD-PED)
                 MOVE REG-PE-PESO TO WRK-PL-PESO(WRK-QTD-PED)
                 MOVE REG-PE-VALOR TO WRK-PL-VALOR(WRK-QTD-PED)
                 MOVE ZEROS TO WRK-PL-VIAGEM(WRK-QTD-PED)
                    WRK-PL-PARADA(WRK-QTD-PED)
                    WRK-PL-REGIAO(WRK-QTD-PED)
                 PERFORM VARYING WRK-RG-IDX FROM 1 BY 1
                       UNTIL WRK-RG-IDX > WRK-QTD-REGIOES
                          OR WRK-PL-REGIAO(WRK-QTD-PED) > 0
                    IF REG-PE-CEP >= WRK-RG-CEPINI(WRK-RG-IDX)
                          AND REG-PE-CEP <= WRK-RG-CEPFIM(WRK-RG-IDX)
                       MOVE WRK-RG-IDX TO WRK-PL-REGIAO(WRK-QTD-PED)
                    END-IF
                 END-PERFORM
              ELSE
                 ADD 1 TO WRK-QTD-FORATAB
              END-IF
           END-IF.

       0003-ORDENARPEDIDOS.
           MOVE 'S' TO WRK-TROCOU.
           PERFORM UNTIL WRK-TROCOU = 'N'
              MOVE 'N' TO WRK-TROCOU
              PERFORM VARYING WRK-PED-IDX FROM 1 BY 1
                    UNTIL WRK-PED-IDX >= WRK-QTD-PED
                 COMPUTE WRK-PED-IDX2 = WRK-PED-IDX + 1
                 IF WRK-PL-CHAVE(WRK-PED-IDX2) <
                       WRK-PL-CHAVE(WRK-PED-IDX)
                    MOVE WRK-PL-ITEM(WRK-PED-IDX) TO WRK-PLANO-AUX
                    MOVE WRK-PL-ITEM(WRK-PED-IDX2)
                       TO WRK-PL-ITEM(WRK-PED-IDX)
                    MOVE WRK-PLANO-AUX TO WRK-PL-ITEM(WRK-PED-IDX2)
                    MOVE 'S' TO WRK-TROCOU
                 END-IF
              END-PERFORM
           END-PERFORM.

       0004-MONTARVIAGENS.
           MOVE ZEROS TO WRK-QTD-VIAG WRK-QTD-PLANEJ WRK-QTD-EXCESSO.
           PERFORM VARYING WRK-PED-IDX FROM 1 BY 1
                 UNTIL WRK-PED-IDX > WRK-QTD-PED
              PERFORM 0000-BUSCARPESOMAX
              IF WRK-PL-PESO(WRK-PED-IDX) > WRK-PESOMAX
                 ADD 1 TO WRK-QTD-EXCESSO
              ELSE
                 PERFORM 0000-ALOCARPEDIDO
              END-IF
           END-PERFORM.

       0000-BUSCARPESOMAX.
           MOVE 99999,99 TO WRK-PESOMAX.
           MOVE 'N' TO WRK-TR-ACHADA.
           PERFORM VARYING WRK-TR-IDX FROM 1 BY 1
                 UNTIL WRK-TR-IDX > WRK-QTD-TRANSP
                    OR WRK-TR-ACHADA = 'S'
              IF WRK-TP-COD(WRK-TR-IDX) = WRK-PL-TRANSP(WRK-PED-IDX)
                 MOVE 'S' TO WRK-TR-ACHADA
                 MOVE WRK-TP-PESOMAX(WRK-TR-IDX) TO WRK-PESOMAX
              END-IF
           END-PERFORM.
           IF WRK-TR-ACHADA = 'S'
              SUBTRACT 1 FROM WRK-TR-IDX
           END-IF.

       0000-ALOCARPEDIDO.
           MOVE 'S' TO WRK-VIAGEM-OK.
           IF WRK-QTD-VIAG = 0
              PERFORM 0000-ABRIRVIAGEM
           ELSE
              IF WRK-VG-TRANSP(WRK-QTD-VIAG)
                    NOT = WRK-PL-TRANSP(WRK-PED-IDX)
                    OR WRK-VG-REGIAO(WRK-QTD-VIAG)
                    NOT = WRK-PL-REGIAO(WRK-PED-IDX)
                    OR WRK-VG-PESO(WRK-QTD-VIAG)
                       + WRK-PL-PESO(WRK-PED-IDX) > WRK-PESOMAX
                 PERFORM 0000-ABRIRVIAGEM
              END-IF
           END-IF.
           IF WRK-VIAGEM-OK = 'S'
              ADD 1 TO WRK-QTD-PLANEJ
              MOVE WRK-QTD-VIAG TO WRK-PL-VIAGEM(WRK-PED-IDX)
              ADD 1 TO WRK-VG-QTDPED(WRK-QTD-VIAG)
              ADD WRK-PL-PESO(WRK-PED-IDX) TO WRK-VG-PESO(WRK-QTD-VIAG)
              ADD WRK-PL-VALOR(WRK-PED-IDX)
                 TO WRK-VG-VALOR(WRK-QTD-VIAG)
              IF WRK-VG-QTDPED(WRK-QTD-VIAG) = 1
                    OR WRK-PL-CEP(WRK-PED-IDX) NOT = WRK-CEP-ANTERIOR
                 ADD 1 TO WRK-VG-PARADAS(WRK-QTD-VIAG)
              END-IF
              MOVE WRK-VG-PARADAS(WRK-QTD-VIAG)
                 TO WRK-PL-PARADA(WRK-PED-IDX)
              MOVE WRK-PL-CEP(WRK-PED-IDX) TO WRK-CEP-ANTERIOR
           ELSE
              ADD 1 TO WRK-QTD-FORATAB
           END-IF.

       0000-ABRIRVIAGEM.
           IF WRK-QTD-VIAG < 200
              ADD 1 TO WRK-QTD-VIAG
              MOVE WRK-PL-TRANSP(WRK-PED-IDX)
                 TO WRK-VG-TRANSP(WRK-QTD-VIAG)
              IF WRK-TR-ACHADA = 'S'
                 MOVE WRK-TP-NOME(WRK-TR-IDX)
                    TO WRK-VG-NOME(WRK-QTD-VIAG)
              ELSE
                 MOVE 'NAO CADASTRADA' TO WRK-VG-NOME(WRK-QTD-VIAG)
              END-IF
              MOVE WRK-PL-REGIAO(WRK-PED-IDX)
                 TO WRK-VG-REGIAO(WRK-QTD-VIAG)
              MOVE WRK-PESOMAX TO WRK-VG-PESOMAX(WRK-QTD-VIAG)
              MOVE ZEROS TO WRK-VG-QTDPED(WRK-QTD-VIAG)
                 WRK-VG-PARADAS(WRK-QTD-VIAG) WRK-VG-PESO(WRK-QTD-VIAG)
                 WRK-VG-VALOR(WRK-QTD-VIAG) WRK-VG-NUMERO(WRK-QTD-VIAG)
           ELSE
              MOVE 'N' TO WRK-VIAGEM-OK
           END-IF.

       0005-GRAVARVIAGENS.
           PERFORM 0000-LERNUMVIAGEM.
           OPEN I-O ARQ-VIAGENS.
           IF WRK-FS-VIAGENS = '35'
              OPEN OUTPUT ARQ-VIAGENS
              CLOSE ARQ-VIAGENS
              OPEN I-O ARQ-VIAGENS
           END-IF.
           PERFORM VARYING WRK-VG-IDX FROM 1 BY 1
                 UNTIL WRK-VG-IDX > WRK-QTD-VIAG
              ADD 1 TO WRK-NUM-VIAGEM
              MOVE WRK-NUM-VIAGEM TO WRK-VG-NUMERO(WRK-VG-IDX)
              PERFORM 0000-GRAVARVIAGEM
           END-PERFORM.
           CLOSE ARQ-VIAGENS.
           PERFORM 0000-GRAVARNUMVIAGEM.
           PERFORM VARYING WRK-PED-IDX FROM 1 BY 1
                 UNTIL WRK-PED-IDX > WRK-QTD-PED
              IF WRK-PL-VIAGEM(WRK-PED-IDX) > 0
                 PERFORM 0000-ATRIBUIRPEDIDO
              END-IF
           END-PERFORM.
           DISPLAY 'VIAGENS GRAVADAS EM VIAGEMMF.DAT.'.

       0000-GRAVARVIAGEM.
           MOVE WRK-VG-NUMERO(WRK-VG-IDX) TO REG-VG-NUMERO.
           MOVE WRK-DATASISTEMA TO REG-VG-DATA.
           MOVE WRK-VG-TRANSP(WRK-VG-IDX) TO REG-VG-TRANSP.
           IF WRK-VG-REGIAO(WRK-VG-IDX) = 0
              MOVE ZEROS TO REG-VG-CEPINI REG-VG-CEPFIM
           ELSE
              MOVE WRK-RG-CEPINI(WRK-VG-REGIAO(WRK-VG-IDX))
                 TO REG-VG-CEPINI
              MOVE WRK-RG-CEPFIM(WRK-VG-REGIAO(WRK-VG-IDX))
                 TO REG-VG-CEPFIM
           END-IF.
           MOVE WRK-VG-QTDPED(WRK-VG-IDX) TO REG-VG-QTDPED.
           MOVE WRK-VG-PARADAS(WRK-VG-IDX) TO REG-VG-QTDPARADAS.
           MOVE WRK-VG-PESO(WRK-VG-IDX) TO REG-VG-PESO.
           MOVE WRK-VG-PESOMAX(WRK-VG-IDX) TO REG-VG-PESOMAX.
           MOVE WRK-VG-VALOR(WRK-VG-IDX) TO REG-VG-VALOR.
           MOVE 'P' TO REG-VG-SITUACAO.
           MOVE ZEROS TO REG-VG-DATAEMB.
           MOVE WRK-OPERADOR TO REG-VG-OPERADOR.
           WRITE REG-VIAGEM
              INVALID KEY
                 DISPLAY 'VIAGEM JA EXISTENTE, NUMERO ' REG-VG-NUMERO
           END-WRITE.

       0000-ATRIBUIRPEDIDO.
           MOVE WRK-PL-NUMERO(WRK-PED-IDX) TO REG-PE-NUMERO.
           READ ARQ-PEDIDMF
              INVALID KEY
                 DISPLAY 'PEDIDO NAO ENCONTRADO: ' REG-PE-NUMERO
              NOT INVALID KEY
                 MOVE WRK-VG-NUMERO(WRK-PL-VIAGEM(WRK-PED-IDX))
                    TO REG-PE-VIAGEM
                 REWRITE REG-PEDIDO
           END-READ.

       0000-LERNUMVIAGEM.
           MOVE ZEROS TO WRK-NUM-VIAGEM.
           OPEN INPUT ARQ-VIAGCTRL.
           IF WRK-FS-VIAGCTRL = '00'
              READ ARQ-VIAGCTRL
                 NOT AT END
                    MOVE REG-VIAGCTRL TO WRK-NUM-VIAGEM
              END-READ
              CLOSE ARQ-VIAGCTRL
           END-IF.

       0000-GRAVARNUMVIAGEM.
           OPEN OUTPUT ARQ-VIAGCTRL.
           MOVE WRK-NUM-VIAGEM TO REG-VIAGCTRL.
           WRITE REG-VIAGCTRL.
           CLOSE ARQ-VIAGCTRL.

       0006-IMPRIMIRROMANEIO.
           OPEN OUTPUT ARQ-RELCARGA.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-CONFIRMA = 'S'
              STRING 'PLANEJAMENTO DE CARGA - ROMANEIO DAS VIAGENS - '
                 WRK-DATASISTEMA ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              STRING 'PLANEJAMENTO DE CARGA - SIMULACAO (NAO GRAVADA)'
                 ' - ' WRK-DATASISTEMA ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELCARGA FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELCARGA FROM WRK-LINHA.
           IF WRK-QTD-VIAG = 0
              MOVE 'NENHUM PEDIDO PENDENTE PARA PLANEJAR.'
                 TO WRK-LINHA
              WRITE REG-RELCARGA FROM WRK-LINHA
           END-IF.
           PERFORM VARYING WRK-VG-IDX FROM 1 BY 1
                 UNTIL WRK-VG-IDX > WRK-QTD-VIAG
              PERFORM 0000-IMPRIMIRVIAGEM
           END-PERFORM.
           IF WRK-QTD-EXCESSO > 0
              PERFORM 0000-IMPRIMIREXCESSO
           END-IF.
           CLOSE ARQ-RELCARGA.

       0000-IMPRIMIRVIAGEM.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-CONFIRMA = 'S'
              STRING 'VIAGEM ' WRK-VG-NUMERO(WRK-VG-IDX)
                 '  TRANSPORTADORA ' WRK-VG-TRANSP(WRK-VG-IDX)
                 ' ' WRK-VG-NOME(WRK-VG-IDX)
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              MOVE WRK-VG-IDX TO WRK-QTD-ED
              STRING 'VIAGEM PROVISORIA ' WRK-QTD-ED
                 '  TRANSPORTADORA ' WRK-VG-TRANSP(WRK-VG-IDX)
                 ' ' WRK-VG-NOME(WRK-VG-IDX)
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELCARGA FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-VG-REGIAO(WRK-VG-IDX) = 0
              MOVE '  REGIAO: FORA DAS FAIXAS DE CEP CADASTRADAS'
                 TO WRK-LINHA
           ELSE
              STRING '  REGIAO: CEP '
                 WRK-RG-CEPINI(WRK-VG-REGIAO(WRK-VG-IDX))
                 ' A ' WRK-RG-CEPFIM(WRK-VG-REGIAO(WRK-VG-IDX))
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELCARGA FROM WRK-LINHA.
           MOVE WRK-VG-PESO(WRK-VG-IDX) TO WRK-PESO-ED.
           MOVE WRK-VG-PESOMAX(WRK-VG-IDX) TO WRK-PESOMAX-ED.
           MOVE WRK-VG-QTDPED(WRK-VG-IDX) TO WRK-QTD-ED.
           MOVE WRK-VG-PARADAS(WRK-VG-IDX) TO WRK-PARADA-ED.
           MOVE WRK-VG-VALOR(WRK-VG-IDX) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  PEDIDOS=' WRK-QTD-ED ' PARADAS=' WRK-PARADA-ED
              ' PESO=' WRK-PESO-ED ' MAX=' WRK-PESOMAX-ED
              ' VALOR=' WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCARGA FROM WRK-LINHA.
           MOVE '  PARADA CEP      PEDIDO   CLIENTE UF        PESO'
              TO WRK-LINHA.
           WRITE REG-RELCARGA FROM WRK-LINHA.
           PERFORM VARYING WRK-PED-IDX FROM 1 BY 1
                 UNTIL WRK-PED-IDX > WRK-QTD-PED
              IF WRK-PL-VIAGEM(WRK-PED-IDX) = WRK-VG-IDX
                 PERFORM 0000-IMPRIMIRPARADA
              END-IF
           END-PERFORM.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELCARGA FROM WRK-LINHA.

       0000-IMPRIMIRPARADA.
           MOVE WRK-PL-PARADA(WRK-PED-IDX) TO WRK-PARADA-ED.
           MOVE WRK-PL-PESO(WRK-PED-IDX) TO WRK-PESO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  ' WRK-PARADA-ED '    ' WRK-PL-CEP(WRK-PED-IDX)
              ' ' WRK-PL-NUMERO(WRK-PED-IDX)
              ' ' WRK-PL-CLIENTE(WRK-PED-IDX)
              '   ' WRK-PL-UF(WRK-PED-IDX)
              ' ' WRK-PESO-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCARGA FROM WRK-LINHA.

       0000-IMPRIMIREXCESSO.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELCARGA FROM WRK-LINHA.
           MOVE 'PEDIDOS NAO PLANEJADOS - PESO ACIMA DA CAPACIDADE'
              TO WRK-LINHA.
           WRITE REG-RELCARGA FROM WRK-LINHA.
           PERFORM VARYING WRK-PED-IDX FROM 1 BY 1
                 UNTIL WRK-PED-IDX > WRK-QTD-PED
              PERFORM 0000-BUSCARPESOMAX
              IF WRK-PL-PESO(WRK-PED-IDX) > WRK-PESOMAX
                 MOVE WRK-PL-PESO(WRK-PED-IDX) TO WRK-PESO-ED
                 MOVE WRK-PESOMAX TO WRK-PESOMAX-ED
                 MOVE SPACES TO WRK-LINHA
                 STRING '  PEDIDO ' WRK-PL-NUMERO(WRK-PED-IDX)
                    ' TRANSP ' WRK-PL-TRANSP(WRK-PED-IDX)
                    ' PESO=' WRK-PESO-ED
                    ' MAX=' WRK-PESOMAX-ED
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-RELCARGA FROM WRK-LINHA
              END-IF
           END-PERFORM.
