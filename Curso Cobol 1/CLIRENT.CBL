       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIRENT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIENTES ASSIGN TO "CLIMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CL-COD
               FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-FATURAS ASSIGN TO "FATURMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-NUMERO
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT ARQ-JORNAL ASSIGN TO "SALESJRN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-JR-SEQ
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT ARQ-PEDIDMF ASSIGN TO "PEDIDMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PE-NUMERO
               FILE STATUS IS WRK-FS-PEDIDMF.
           SELECT ARQ-FATTRANSP ASSIGN TO "TRANSFAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATTRANSP.
           SELECT ARQ-CONTRATOS ASSIGN TO "CONTRATF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTRATOS.
           SELECT ARQ-UFPARM ASSIGN TO "UFPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UFPARM.
           SELECT ARQ-RELRENT ASSIGN TO "CLIRENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELRENT.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTES.
       01 REG-CLIENTE.
       COPY CLIREG.
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-JORNAL.
       01 REG-JORNAL.
       COPY JRNREG.
       FD ARQ-PEDIDMF.
       01 REG-PEDIDO.
       COPY PEDIREG.
       FD ARQ-FATTRANSP.
       01 REG-FATTRANSP.
          02 REG-FT-TRANSP     PIC X(03).
          02 REG-FT-PEDIDO     PIC 9(08).
          02 REG-FT-VALOR      PIC 9(08)V99.
       FD ARQ-CONTRATOS.
       01 REG-CONTRATO.
          02 REG-CF-CLIENTE    PIC X(05).
          02 REG-CF-TAXA       PIC 9(01)V9999.
          02 REG-CF-PRAZO      PIC 9(02).
          02 REG-CF-PESOMAX    PIC 9(05)V99.
          02 REG-CF-VIGINI     PIC 9(08).
          02 REG-CF-VIGFIM     PIC 9(08).
       FD ARQ-UFPARM.
       01 REG-UFPARM.
          02 REG-UP-COD           PIC X(02).
          02 REG-UP-TAXA          PIC 9(01)V9999.
          02 REG-UP-PRAZO         PIC 9(02).
          02 REG-UP-ICMS          PIC 9(02)V99.
       FD ARQ-RELRENT.
       01 REG-RELRENT          PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-CLIENTES  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-JORNAL    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PEDIDMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATTRANSP PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CONTRATOS PIC X(02)     VALUE ZEROS.
       77 WRK-FS-UFPARM    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELRENT   PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'CLIRENT'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-CIA-NOMEARQ  PIC X(12)     VALUE SPACES.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-EMPRESA-MOV  PIC X(02)     VALUE SPACES.
       77 WRK-MES-COMP     PIC 9(02)     VALUE ZEROS.
       77 WRK-ANO-COMP     PIC 9(04)     VALUE ZEROS.
       77 WRK-MESES-TOT    PIC 9(06)     VALUE ZEROS.
       77 WRK-MESES-K      PIC 9(06)     VALUE ZEROS.
       77 WRK-ANO-K        PIC 9(04)     VALUE ZEROS.
       77 WRK-MES-K        PIC 9(02)     VALUE ZEROS.
       77 WRK-AAAAMM       PIC 9(06)     VALUE ZEROS.
       77 WRK-MES-IDX      PIC 9(01)     VALUE ZEROS.
       77 WRK-COMP-IDX     PIC 9(01)     VALUE ZEROS.
       77 WRK-VALOR-MOV    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CLIENTE      PIC X(05)     VALUE SPACES.
       77 WRK-SALTOS       PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-CLI      PIC 9(04)     VALUE ZEROS.
       77 WRK-CLI-IDX      PIC 9(04)     VALUE ZEROS.
       77 WRK-CLI-ACHADO   PIC X(01)     VALUE 'N'.
       77 WRK-IGNORADOS    PIC 9(06)     VALUE ZEROS.
       77 WRK-SEMPEDIDO    PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-UF       PIC 9(02)     VALUE ZEROS.
       77 WRK-UF-IDX       PIC 9(02)     VALUE ZEROS.
       77 WRK-UF-ACHADO    PIC X(01)     VALUE 'N'.
       77 WRK-QTD-CONTRATOS PIC 9(02)    VALUE ZEROS.
       77 WRK-CTR-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-CTR-ACHADO   PIC X(01)     VALUE 'N'.
       77 WRK-DESCONTO     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QTD-ORD      PIC 9(04)     VALUE ZEROS.
       77 WRK-ORD-IDX      PIC 9(04)     VALUE ZEROS.
       77 WRK-ORD-IDX2     PIC 9(04)     VALUE ZEROS.
       77 WRK-ORD-AUX      PIC 9(04)     VALUE ZEROS.
       77 WRK-TROCOU       PIC X(01)     VALUE 'N'.
       77 WRK-QTD-NEG      PIC 9(04)     VALUE ZEROS.
       77 WRK-MARGEM-MES   PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TEM-MOV      PIC X(01)     VALUE 'N'.
       77 WRK-POSICAO      PIC 9(04)     VALUE ZEROS.
       77 WRK-TOTAL-MARGEM PIC S9(12)V99 VALUE ZEROS.
       01 WRK-EDICOES.
          02 WRK-VALOR-ED  PIC -ZZ.ZZZ.ZZ9,99 OCCURS 4 TIMES.
       77 WRK-TOTAL-ED     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-PERIODO.
          02 WRK-PER-AAAAMM PIC 9(06) OCCURS 3 TIMES.
       01 WRK-UF-TAB.
          02 WRK-UF-ITEM OCCURS 30 TIMES.
             03 WRK-UF-COD       PIC X(02).
             03 WRK-UF-TAXA      PIC 9(01)V9999.
       01 WRK-CTR-TAB.
          02 WRK-CTR-ITEM OCCURS 50 TIMES.
             03 WRK-CTR-CLIENTE PIC X(05).
             03 WRK-CTR-TAXA    PIC 9(01)V9999.
             03 WRK-CTR-VIGINI  PIC 9(08).
             03 WRK-CTR-VIGFIM  PIC 9(08).
       01 WRK-CLI-TAB.
          02 WRK-CLI-ITEM OCCURS 2000 TIMES.
             03 WRK-CL-COD       PIC X(05).
             03 WRK-CL-NOME      PIC X(30).
             03 WRK-CL-ATIVO     PIC X(01).
             03 WRK-CL-MARGEM    PIC S9(10)V99.
             03 WRK-CL-MES OCCURS 3 TIMES.
                04 WRK-CL-VALOR  PIC S9(09)V99 OCCURS 7 TIMES.
       01 WRK-ORD-TAB.
          02 WRK-ORD-CLI       PIC 9(04) OCCURS 2000 TIMES.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           PERFORM 0000-CONSULTAREMPRESA.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE ZEROS TO WRK-MES-COMP.
           PERFORM UNTIL WRK-MES-COMP >= 1 AND WRK-MES-COMP <= 12
              DISPLAY ' ULTIMO MES DO TRIMESTRE ANALISADO (1-12)?'
              ACCEPT WRK-MES-COMP
              IF WRK-MES-COMP < 1 OR WRK-MES-COMP > 12
                 DISPLAY 'MES INVALIDO, DIGITE 1 A 12.'
              END-IF
           END-PERFORM.
           DISPLAY ' ANO (0=ATUAL)?'.
           ACCEPT WRK-ANO-COMP.
           IF WRK-ANO-COMP = 0
              MOVE WRK-ANOSISTEMA TO WRK-ANO-COMP
           END-IF.
           PERFORM 0000-MONTARPERIODO.
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLIENTES NOT = '00'
              DISPLAY 'CADASTRO DE CLIENTES NAO ENCONTRADO.'
              GOBACK
           END-IF.
           MOVE ZEROS TO WRK-QTD-CLI WRK-IGNORADOS WRK-SEMPEDIDO.
           PERFORM 0002-CARREGARCLIENTES.
           PERFORM 0000-CARREGARTABELAS.
           PERFORM 0003-ACUMULARFATURAS.
           PERFORM 0004-ACUMULARJORNAL.
           PERFORM 0005-ACUMULARPEDIDOS.
           CLOSE ARQ-CLIENTES.
           PERFORM 0006-CALCULARMARGENS.
           PERFORM 0007-ORDENARPORMARGEM.
           PERFORM 0008-GRAVARRELATORIO.
           MOVE 'CLIRENT.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'RENTABILIDADE CLIENTES=' WRK-QTD-ORD
              ' NEGATIVOS=' WRK-QTD-NEG
              ' ATE=' WRK-PER-AAAAMM(3)
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.
           DISPLAY 'CLIENTES COM MOVIMENTO: ' WRK-QTD-ORD
              ' COM MARGEM NEGATIVA: ' WRK-QTD-NEG.
           DISPLAY 'RELATORIO GRAVADO EM CLIRENT.TXT'.
           GOBACK.

       0000-MONTARPERIODO.
           COMPUTE WRK-MESES-TOT = (WRK-ANO-COMP * 12)
              + WRK-MES-COMP - 1.
           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                 UNTIL WRK-MES-IDX > 3
              COMPUTE WRK-MESES-K = WRK-MESES-TOT - 3 + WRK-MES-IDX
              DIVIDE WRK-MESES-K BY 12 GIVING WRK-ANO-K
                 REMAINDER WRK-MES-K
              ADD 1 TO WRK-MES-K
              COMPUTE WRK-PER-AAAAMM(WRK-MES-IDX) =
                 (WRK-ANO-K * 100) + WRK-MES-K
           END-PERFORM.

       0000-LOCALIZARMES.
           MOVE ZEROS TO WRK-MES-IDX.
           IF WRK-AAAAMM = WRK-PER-AAAAMM(1)
              MOVE 1 TO WRK-MES-IDX
           END-IF.
           IF WRK-AAAAMM = WRK-PER-AAAAMM(2)
              MOVE 2 TO WRK-MES-IDX
           END-IF.
           IF WRK-AAAAMM = WRK-PER-AAAAMM(3)
              MOVE 3 TO WRK-MES-IDX
           END-IF.

       0002-CARREGARCLIENTES.
           MOVE LOW-VALUES TO REG-CL-COD.
           START ARQ-CLIENTES KEY IS NOT LESS THAN REG-CL-COD
              INVALID KEY
                 MOVE '10' TO WRK-FS-CLIENTES
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-CLIENTES
           END-START.
           PERFORM 0000-LERCLIENTE UNTIL WRK-FS-CLIENTES = '10'.
           MOVE '00' TO WRK-FS-CLIENTES.

       0000-LERCLIENTE.
           READ ARQ-CLIENTES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CLIENTES
              NOT AT END
                 IF REG-CL-REDIRECIONA = SPACES
                    IF WRK-QTD-CLI < 2000
                       ADD 1 TO WRK-QTD-CLI
                       MOVE REG-CL-COD TO WRK-CL-COD(WRK-QTD-CLI)
                       MOVE REG-CL-NOME TO WRK-CL-NOME(WRK-QTD-CLI)
                       MOVE 'N' TO WRK-CL-ATIVO(WRK-QTD-CLI)
                       MOVE ZEROS TO WRK-CL-MARGEM(WRK-QTD-CLI)
                       PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                             UNTIL WRK-MES-IDX > 3
                          PERFORM VARYING WRK-COMP-IDX FROM 1 BY 1
                                UNTIL WRK-COMP-IDX > 7
                             MOVE ZEROS TO WRK-CL-VALOR(WRK-QTD-CLI,
                                WRK-MES-IDX, WRK-COMP-IDX)
                          END-PERFORM
                       END-PERFORM
                    ELSE
                       DISPLAY 'TABELA DE CLIENTES CHEIA, CLIENTE '
                          REG-CL-COD ' FORA DA RENTABILIDADE.'
                    END-IF
                 END-IF
           END-READ.

       0000-CARREGARTABELAS.
           MOVE ZEROS TO WRK-QTD-UF WRK-QTD-CONTRATOS.
           OPEN INPUT ARQ-UFPARM.
           IF WRK-FS-UFPARM = '00'
              PERFORM 0000-LERUFPARM UNTIL WRK-FS-UFPARM = '10'
              CLOSE ARQ-UFPARM
           END-IF.
           OPEN INPUT ARQ-CONTRATOS.
           IF WRK-FS-CONTRATOS = '00'
              PERFORM 0000-LERCONTRATO
                 UNTIL WRK-FS-CONTRATOS = '10'
              CLOSE ARQ-CONTRATOS
           END-IF.

       0000-LERUFPARM.
           READ ARQ-UFPARM
              AT END
                 MOVE '10' TO WRK-FS-UFPARM
              NOT AT END
                 IF WRK-QTD-UF < 30
                    ADD 1 TO WRK-QTD-UF
                    MOVE REG-UP-COD  TO WRK-UF-COD(WRK-QTD-UF)
                    MOVE REG-UP-TAXA TO WRK-UF-TAXA(WRK-QTD-UF)
                 END-IF
           END-READ.

       0000-LERCONTRATO.
           READ ARQ-CONTRATOS
              AT END
                 MOVE '10' TO WRK-FS-CONTRATOS
              NOT AT END
                 IF WRK-QTD-CONTRATOS < 50
                    ADD 1 TO WRK-QTD-CONTRATOS
                    MOVE REG-CF-CLIENTE
                       TO WRK-CTR-CLIENTE(WRK-QTD-CONTRATOS)
                    MOVE REG-CF-TAXA
                       TO WRK-CTR-TAXA(WRK-QTD-CONTRATOS)
                    MOVE REG-CF-VIGINI
                       TO WRK-CTR-VIGINI(WRK-QTD-CONTRATOS)
                    MOVE REG-CF-VIGFIM
                       TO WRK-CTR-VIGFIM(WRK-QTD-CONTRATOS)
                 END-IF
           END-READ.

       0000-RESOLVERSOBREVIVENTE.
           MOVE ZEROS TO WRK-SALTOS.
           MOVE 'N' TO WRK-CLI-ACHADO.
           PERFORM UNTIL WRK-CLI-ACHADO = 'S' OR WRK-SALTOS > 9
              MOVE WRK-CLIENTE TO REG-CL-COD
              READ ARQ-CLIENTES
                 INVALID KEY
                    MOVE 'S' TO WRK-CLI-ACHADO
                 NOT INVALID KEY
                    IF REG-CL-REDIRECIONA = SPACES
                       MOVE 'S' TO WRK-CLI-ACHADO
                    ELSE
                       MOVE REG-CL-REDIRECIONA TO WRK-CLIENTE
                       ADD 1 TO WRK-SALTOS
                    END-IF
              END-READ
           END-PERFORM.

       0000-LOCALIZARCLIENTE.
           MOVE 'N' TO WRK-CLI-ACHADO.
           PERFORM VARYING WRK-CLI-IDX FROM 1 BY 1
                 UNTIL WRK-CLI-IDX > WRK-QTD-CLI
                    OR WRK-CLI-ACHADO = 'S'
              IF WRK-CL-COD(WRK-CLI-IDX) = WRK-CLIENTE
                 MOVE 'S' TO WRK-CLI-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-CLI-ACHADO = 'S'
              SUBTRACT 1 FROM WRK-CLI-IDX
           END-IF.

       0000-LANCARVALOR.
           IF WRK-MES-IDX > 0 AND WRK-CLIENTE NOT = SPACES
              PERFORM 0000-RESOLVERSOBREVIVENTE
              PERFORM 0000-LOCALIZARCLIENTE
              IF WRK-CLI-ACHADO = 'S'
                 ADD WRK-VALOR-MOV TO WRK-CL-VALOR(WRK-CLI-IDX,
                    WRK-MES-IDX, WRK-COMP-IDX)
                 MOVE 'S' TO WRK-CL-ATIVO(WRK-CLI-IDX)
              ELSE
                 ADD 1 TO WRK-IGNORADOS
              END-IF
           END-IF.

       0003-ACUMULARFATURAS.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS = '00'
              MOVE ZEROS TO REG-FA-NUMERO
              START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-FATURAS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-FATURAS
              END-START
              PERFORM 0000-LERFATURA UNTIL WRK-FS-FATURAS = '10'
              CLOSE ARQ-FATURAS
           ELSE
              DISPLAY 'CADASTRO DE FATURAS NAO ENCONTRADO.'
           END-IF.

       0000-LERFATURA.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 MOVE REG-FA-EMPRESA TO WRK-EMPRESA-MOV
                 IF WRK-EMPRESA-MOV = SPACES
                    MOVE '01' TO WRK-EMPRESA-MOV
                 END-IF
                 IF WRK-EMPRESA-MOV = WRK-CIA-EMPRESA
                       AND REG-FA-STATUS NOT = 'E'
                       AND REG-FA-ORIGEM NOT = 'M'
                       AND REG-FA-ORIGEM NOT = 'V'
                    PERFORM 0000-ACUMULARFATURA
                 END-IF
           END-READ.

       0000-ACUMULARFATURA.
           MOVE REG-FA-CLIENTE TO WRK-CLIENTE.
           DIVIDE REG-FA-DATA BY 100 GIVING WRK-AAAAMM.
           PERFORM 0000-LOCALIZARMES.
           MOVE REG-FA-TOTAL TO WRK-VALOR-MOV.
           IF REG-FA-TIPO = 'C'
              MOVE 2 TO WRK-COMP-IDX
           ELSE
              MOVE 1 TO WRK-COMP-IDX
           END-IF.
           PERFORM 0000-LANCARVALOR.
           IF REG-FA-TIPO NOT = 'C' AND REG-FA-STATUS = 'P'
                 AND REG-FA-ENCARGOS > 0
              MOVE REG-FA-CLIENTE TO WRK-CLIENTE
              DIVIDE REG-FA-DATAPAGTO BY 100 GIVING WRK-AAAAMM
              PERFORM 0000-LOCALIZARMES
              MOVE REG-FA-ENCARGOS TO WRK-VALOR-MOV
              MOVE 3 TO WRK-COMP-IDX
              PERFORM 0000-LANCARVALOR
           END-IF.
           IF REG-FA-STATUS = 'B'
                 AND REG-FA-VALORPERDA > REG-FA-VALORRECUP
              MOVE REG-FA-CLIENTE TO WRK-CLIENTE
              DIVIDE REG-FA-DATAPERDA BY 100 GIVING WRK-AAAAMM
              PERFORM 0000-LOCALIZARMES
              COMPUTE WRK-VALOR-MOV =
                 REG-FA-VALORPERDA - REG-FA-VALORRECUP
              MOVE 7 TO WRK-COMP-IDX
              PERFORM 0000-LANCARVALOR
           END-IF.

       0004-ACUMULARJORNAL.
           IF WRK-CIA-EMPRESA = '01'
              OPEN INPUT ARQ-JORNAL
              IF WRK-FS-JORNAL = '00'
                 MOVE ZEROS TO REG-JR-SEQ
                 START ARQ-JORNAL KEY IS NOT LESS THAN REG-JR-SEQ
                    INVALID KEY
                       MOVE '10' TO WRK-FS-JORNAL
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-JORNAL
                 END-START
                 PERFORM 0000-LERJORNAL UNTIL WRK-FS-JORNAL = '10'
                 CLOSE ARQ-JORNAL
              END-IF
           END-IF.

       0000-LERJORNAL.
           READ ARQ-JORNAL NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-JORNAL
              NOT AT END
                 IF REG-JR-CLIENTE NOT = SPACES
                    MOVE REG-JR-CLIENTE TO WRK-CLIENTE
                    COMPUTE WRK-AAAAMM =
                       (REG-JR-ANO * 100) + REG-JR-MES
                    PERFORM 0000-LOCALIZARMES
                    IF REG-JR-TIPO = 'D' OR REG-JR-TIPO = 'E'
                       COMPUTE WRK-VALOR-MOV = 0 - REG-JR-VALOR
                    ELSE
                       MOVE REG-JR-VALOR TO WRK-VALOR-MOV
                    END-IF
                    MOVE 4 TO WRK-COMP-IDX
                    PERFORM 0000-LANCARVALOR
                 END-IF
           END-READ.

       0005-ACUMULARPEDIDOS.
           OPEN INPUT ARQ-PEDIDMF.
           IF WRK-FS-PEDIDMF NOT = '00'
              DISPLAY 'CADASTRO DE PEDIDOS NAO ENCONTRADO, CUSTO DE '
                 'TRANSPORTE E DESCONTOS NAO APURADOS.'
           ELSE
              OPEN INPUT ARQ-FATTRANSP
              IF WRK-FS-FATTRANSP = '00'
                 PERFORM 0000-LERFATTRANSP
                    UNTIL WRK-FS-FATTRANSP = '10'
                 CLOSE ARQ-FATTRANSP
              ELSE
                 DISPLAY 'COBRANCA DAS TRANSPORTADORAS (TRANSFAT.DAT) '
                    'NAO ENCONTRADA.'
              END-IF
              IF WRK-QTD-CONTRATOS > 0 AND WRK-QTD-UF > 0
                 MOVE ZEROS TO REG-PE-NUMERO
                 START ARQ-PEDIDMF KEY IS NOT LESS THAN REG-PE-NUMERO
                    INVALID KEY
                       MOVE '10' TO WRK-FS-PEDIDMF
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-PEDIDMF
                 END-START
                 PERFORM 0000-LERPEDIDO UNTIL WRK-FS-PEDIDMF = '10'
              END-IF
              CLOSE ARQ-PEDIDMF
           END-IF.

       0000-LERFATTRANSP.
           READ ARQ-FATTRANSP
              AT END
                 MOVE '10' TO WRK-FS-FATTRANSP
              NOT AT END
                 MOVE REG-FT-PEDIDO TO REG-PE-NUMERO
                 READ ARQ-PEDIDMF
                    INVALID KEY
                       ADD 1 TO WRK-SEMPEDIDO
                    NOT INVALID KEY
                       MOVE REG-PE-EMPRESA TO WRK-EMPRESA-MOV
                       IF WRK-EMPRESA-MOV = SPACES
                          MOVE '01' TO WRK-EMPRESA-MOV
                       END-IF
                       IF WRK-EMPRESA-MOV = WRK-CIA-EMPRESA
                          MOVE REG-PE-CLIENTE TO WRK-CLIENTE
                          DIVIDE REG-PE-DATA BY 100 GIVING WRK-AAAAMM
                          PERFORM 0000-LOCALIZARMES
                          MOVE REG-FT-VALOR TO WRK-VALOR-MOV
                          MOVE 5 TO WRK-COMP-IDX
                          PERFORM 0000-LANCARVALOR
                       END-IF
                 END-READ
           END-READ.

       0000-LERPEDIDO.
           READ ARQ-PEDIDMF NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT AT END
                 MOVE REG-PE-EMPRESA TO WRK-EMPRESA-MOV
                 IF WRK-EMPRESA-MOV = SPACES
                    MOVE '01' TO WRK-EMPRESA-MOV
                 END-IF
                 IF WRK-EMPRESA-MOV = WRK-CIA-EMPRESA
                       AND REG-PE-ORIGTAXA = 'C'
                       AND REG-PE-STATUS NOT = 'C'
                    DIVIDE REG-PE-DATA BY 100 GIVING WRK-AAAAMM
                    PERFORM 0000-LOCALIZARMES
                    IF WRK-MES-IDX > 0
                       PERFORM 0000-CALCULARDESCONTO
                    END-IF
                 END-IF
           END-READ.

       0000-CALCULARDESCONTO.
           MOVE 'N' TO WRK-UF-ACHADO.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
                 UNTIL WRK-UF-IDX > WRK-QTD-UF
                    OR WRK-UF-ACHADO = 'S'
              IF WRK-UF-COD(WRK-UF-IDX) = REG-PE-UF
                 MOVE 'S' TO WRK-UF-ACHADO
              END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-CTR-ACHADO.
           PERFORM VARYING WRK-CTR-IDX FROM 1 BY 1
                 UNTIL WRK-CTR-IDX > WRK-QTD-CONTRATOS
                    OR WRK-CTR-ACHADO = 'S'
              IF WRK-CTR-CLIENTE(WRK-CTR-IDX) = REG-PE-CLIENTE
                    AND REG-PE-DATA NOT < WRK-CTR-VIGINI(WRK-CTR-IDX)
                    AND REG-PE-DATA NOT > WRK-CTR-VIGFIM(WRK-CTR-IDX)
                 MOVE 'S' TO WRK-CTR-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-UF-ACHADO = 'S' AND WRK-CTR-ACHADO = 'S'
              SUBTRACT 1 FROM WRK-UF-IDX
              SUBTRACT 1 FROM WRK-CTR-IDX
              COMPUTE WRK-DESCONTO ROUNDED = REG-PE-VALOR *
                 (WRK-UF-TAXA(WRK-UF-IDX)
                 - WRK-CTR-TAXA(WRK-CTR-IDX))
              IF WRK-DESCONTO > 0
                 MOVE REG-PE-CLIENTE TO WRK-CLIENTE
                 MOVE WRK-DESCONTO TO WRK-VALOR-MOV
                 MOVE 6 TO WRK-COMP-IDX
                 PERFORM 0000-LANCARVALOR
              END-IF
           END-IF.

       0006-CALCULARMARGENS.
           MOVE ZEROS TO WRK-QTD-ORD WRK-QTD-NEG WRK-TOTAL-MARGEM.
           PERFORM VARYING WRK-CLI-IDX FROM 1 BY 1
                 UNTIL WRK-CLI-IDX > WRK-QTD-CLI
              IF WRK-CL-ATIVO(WRK-CLI-IDX) = 'S'
                 MOVE ZEROS TO WRK-CL-MARGEM(WRK-CLI-IDX)
                 PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                       UNTIL WRK-MES-IDX > 3
                    PERFORM 0000-CALCULARMARGEMMES
                    ADD WRK-MARGEM-MES TO WRK-CL-MARGEM(WRK-CLI-IDX)
                 END-PERFORM
                 ADD WRK-CL-MARGEM(WRK-CLI-IDX) TO WRK-TOTAL-MARGEM
                 ADD 1 TO WRK-QTD-ORD
                 MOVE WRK-CLI-IDX TO WRK-ORD-CLI(WRK-QTD-ORD)
                 IF WRK-CL-MARGEM(WRK-CLI-IDX) < 0
                    ADD 1 TO WRK-QTD-NEG
                 END-IF
              END-IF
           END-PERFORM.

       0000-CALCULARMARGEMMES.
           COMPUTE WRK-MARGEM-MES =
                WRK-CL-VALOR(WRK-CLI-IDX, WRK-MES-IDX, 1)
              - WRK-CL-VALOR(WRK-CLI-IDX, WRK-MES-IDX, 2)
              + WRK-CL-VALOR(WRK-CLI-IDX, WRK-MES-IDX, 3)
              + WRK-CL-VALOR(WRK-CLI-IDX, WRK-MES-IDX, 4)
              - WRK-CL-VALOR(WRK-CLI-IDX, WRK-MES-IDX, 5)
              - WRK-CL-VALOR(WRK-CLI-IDX, WRK-MES-IDX, 6)
              - WRK-CL-VALOR(WRK-CLI-IDX, WRK-MES-IDX, 7).

       0007-ORDENARPORMARGEM.
           MOVE 'S' TO WRK-TROCOU.
           PERFORM UNTIL WRK-TROCOU = 'N'
              MOVE 'N' TO WRK-TROCOU
              PERFORM VARYING WRK-ORD-IDX FROM 1 BY 1
                    UNTIL WRK-ORD-IDX >= WRK-QTD-ORD
                 COMPUTE WRK-ORD-IDX2 = WRK-ORD-IDX + 1
                 IF WRK-CL-MARGEM(WRK-ORD-CLI(WRK-ORD-IDX2)) >
                       WRK-CL-MARGEM(WRK-ORD-CLI(WRK-ORD-IDX))
                    MOVE WRK-ORD-CLI(WRK-ORD-IDX) TO WRK-ORD-AUX
                    MOVE WRK-ORD-CLI(WRK-ORD-IDX2)
                       TO WRK-ORD-CLI(WRK-ORD-IDX)
                    MOVE WRK-ORD-AUX TO WRK-ORD-CLI(WRK-ORD-IDX2)
                    MOVE 'S' TO WRK-TROCOU
                 END-IF
              END-PERFORM
           END-PERFORM.

       0008-GRAVARRELATORIO.
           OPEN OUTPUT ARQ-RELRENT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RENTABILIDADE POR CLIENTE - TRIMESTRE '
              WRK-PER-AAAAMM(1) ' A ' WRK-PER-AAAAMM(3)
              ' EMPRESA=' WRK-CIA-EMPRESA
              ' EMISSAO ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELRENT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MARGEM = FRETE FATURADO - NOTAS DE CREDITO + JUROS '
              '+ BALCAO - TRANSPORTADORA - DESCONTO '
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELRENT FROM WRK-LINHA.
           MOVE '         DE CONTRATO - PERDAS' TO WRK-LINHA.
           WRITE REG-RELRENT FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELRENT FROM WRK-LINHA.
           MOVE 'RANKING DE CLIENTES POR MARGEM DE CONTRIBUICAO'
              TO WRK-LINHA.
           WRITE REG-RELRENT FROM WRK-LINHA.
           PERFORM VARYING WRK-ORD-IDX FROM 1 BY 1
                 UNTIL WRK-ORD-IDX > WRK-QTD-ORD
              MOVE WRK-ORD-CLI(WRK-ORD-IDX) TO WRK-CLI-IDX
              MOVE WRK-ORD-IDX TO WRK-POSICAO
              PERFORM 0000-GRAVARCLIENTE
           END-PERFORM.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELRENT FROM WRK-LINHA.
           MOVE WRK-TOTAL-MARGEM TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CLIENTES COM MOVIMENTO: ' WRK-QTD-ORD
              ' MARGEM TOTAL DO TRIMESTRE: ' WRK-TOTAL-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELRENT FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELRENT FROM WRK-LINHA.
           MOVE 'CLIENTES COM MARGEM NEGATIVA NO TRIMESTRE - '
              TO WRK-LINHA.
           MOVE 'RENEGOCIAR' TO WRK-LINHA(45:10).
           WRITE REG-RELRENT FROM WRK-LINHA.
           IF WRK-QTD-NEG = 0
              MOVE '  NENHUM CLIENTE COM MARGEM NEGATIVA.' TO WRK-LINHA
              WRITE REG-RELRENT FROM WRK-LINHA
           ELSE
              PERFORM VARYING WRK-ORD-IDX FROM WRK-QTD-ORD BY -1
                    UNTIL WRK-ORD-IDX < 1
                 MOVE WRK-ORD-CLI(WRK-ORD-IDX) TO WRK-CLI-IDX
                 IF WRK-CL-MARGEM(WRK-CLI-IDX) < 0
                    MOVE WRK-CL-MARGEM(WRK-CLI-IDX) TO WRK-TOTAL-ED
                    MOVE SPACES TO WRK-LINHA
                    STRING '  ' WRK-CL-COD(WRK-CLI-IDX)
                       ' ' WRK-CL-NOME(WRK-CLI-IDX)
                       ' MARGEM=' WRK-TOTAL-ED
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-RELRENT FROM WRK-LINHA
                 END-IF
              END-PERFORM
              MOVE SPACES TO WRK-LINHA
              STRING '  CLIENTES A RENEGOCIAR: ' WRK-QTD-NEG
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELRENT FROM WRK-LINHA
           END-IF.
           IF WRK-IGNORADOS > 0 OR WRK-SEMPEDIDO > 0
              MOVE SPACES TO WRK-LINHA
              STRING 'MOVIMENTOS DE CLIENTES FORA DO CADASTRO: '
                 WRK-IGNORADOS
                 ' COBRANCAS SEM PEDIDO: ' WRK-SEMPEDIDO
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELRENT FROM WRK-LINHA
           END-IF.
           IF WRK-QTD-CONTRATOS = 0 OR WRK-QTD-UF = 0
              MOVE 'TABELAS DE CONTRATO OU DE FRETE POR UF AUSENTES, '
                 TO WRK-LINHA
              MOVE 'DESCONTOS NAO APURADOS.' TO WRK-LINHA(51:23)
              WRITE REG-RELRENT FROM WRK-LINHA
           END-IF.
           CLOSE ARQ-RELRENT.

       0000-GRAVARCLIENTE.
           MOVE WRK-CL-MARGEM(WRK-CLI-IDX) TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-POSICAO ' ' WRK-CL-COD(WRK-CLI-IDX)
              ' ' WRK-CL-NOME(WRK-CLI-IDX)
              ' MARGEM TRIMESTRE=' WRK-TOTAL-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELRENT FROM WRK-LINHA.
           PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                 UNTIL WRK-MES-IDX > 3
              MOVE 'N' TO WRK-TEM-MOV
              PERFORM VARYING WRK-COMP-IDX FROM 1 BY 1
                    UNTIL WRK-COMP-IDX > 7
                 IF WRK-CL-VALOR(WRK-CLI-IDX, WRK-MES-IDX,
                       WRK-COMP-IDX) NOT = 0
                    MOVE 'S' TO WRK-TEM-MOV
                 END-IF
              END-PERFORM
              IF WRK-TEM-MOV = 'S'
                 PERFORM 0000-GRAVARMES
              END-IF
           END-PERFORM.

       0000-GRAVARMES.
           PERFORM 0000-CALCULARMARGEMMES.
           MOVE WRK-CL-VALOR(WRK-CLI-IDX, WRK-MES-IDX, 1)
              TO WRK-VALOR-ED(1).
           MOVE WRK-CL-VALOR(WRK-CLI-IDX, WRK-MES-IDX, 2)
              TO WRK-VALOR-ED(2).
           MOVE WRK-CL-VALOR(WRK-CLI-IDX, WRK-MES-IDX, 3)
              TO WRK-VALOR-ED(3).
           MOVE WRK-CL-VALOR(WRK-CLI-IDX, WRK-MES-IDX, 4)
              TO WRK-VALOR-ED(4).
           MOVE SPACES TO WRK-LINHA.
           STRING '    ' WRK-PER-AAAAMM(WRK-MES-IDX)
              ' FRETE=' WRK-VALOR-ED(1)
              ' CRED=' WRK-VALOR-ED(2)
              ' JUROS=' WRK-VALOR-ED(3)
              ' BALCAO=' WRK-VALOR-ED(4)
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELRENT FROM WRK-LINHA.
           MOVE WRK-CL-VALOR(WRK-CLI-IDX, WRK-MES-IDX, 5)
              TO WRK-VALOR-ED(1).
           MOVE WRK-CL-VALOR(WRK-CLI-IDX, WRK-MES-IDX, 6)
              TO WRK-VALOR-ED(2).
           MOVE WRK-CL-VALOR(WRK-CLI-IDX, WRK-MES-IDX, 7)
              TO WRK-VALOR-ED(3).
           MOVE WRK-MARGEM-MES TO WRK-VALOR-ED(4).
           MOVE SPACES TO WRK-LINHA.
           STRING '           TRANSP=' WRK-VALOR-ED(1)
              ' DESC=' WRK-VALOR-ED(2)
              ' PERDA=' WRK-VALOR-ED(3)
              ' MARGEM=' WRK-VALOR-ED(4)
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELRENT FROM WRK-LINHA.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE SPACES TO WRK-CIA-NOMEARQ.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-CIA-NOMEARQ WRK-CIA-VALIDO.
