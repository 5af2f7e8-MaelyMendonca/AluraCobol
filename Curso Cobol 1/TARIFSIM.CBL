       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFSIM.
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
           SELECT ARQ-UFPARM ASSIGN TO WRK-NOME-UF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UFPARM.
           SELECT ARQ-CEPPARM ASSIGN TO WRK-NOME-CEP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CEPPARM.
           SELECT ARQ-CONTRATOS ASSIGN TO WRK-NOME-CTR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTRATOS.
           SELECT ARQ-RELSIM ASSIGN TO "TARIFSIM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELSIM.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PEDIDMF.
       01 REG-PEDIDO.
       COPY PEDIREG.
       FD ARQ-UFPARM.
       01 REG-UFPARM.
          02 REG-UP-COD           PIC X(02).
          02 REG-UP-TAXA          PIC 9(01)V9999.
          02 REG-UP-PRAZO         PIC 9(02).
          02 REG-UP-ICMS          PIC 9(02)V99.
       FD ARQ-CEPPARM.
       01 REG-CEPPARM.
          02 REG-CP-CEPINI     PIC 9(08).
          02 REG-CP-CEPFIM     PIC 9(08).
          02 REG-CP-TAXA       PIC 9(01)V9999.
          02 REG-CP-PRAZO      PIC 9(02).
       FD ARQ-CONTRATOS.
       01 REG-CONTRATO.
          02 REG-CF-CLIENTE    PIC X(05).
          02 REG-CF-TAXA       PIC 9(01)V9999.
          02 REG-CF-PRAZO      PIC 9(02).
          02 REG-CF-PESOMAX    PIC 9(05)V99.
          02 REG-CF-VIGINI     PIC 9(08).
          02 REG-CF-VIGFIM     PIC 9(08).
       FD ARQ-RELSIM.
       01 REG-RELSIM           PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       01 WRK-DATAINICIO.
          02 WRK-INI-ANO      PIC 9(04).
          02 WRK-INI-MES      PIC 9(02).
          02 WRK-INI-DIA      PIC 9(02).
       01 WRK-DATAINICIO-N REDEFINES WRK-DATAINICIO PIC 9(08).
       77 WRK-FS-PEDIDMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-UFPARM    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CEPPARM   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CONTRATOS PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELSIM    PIC X(02)     VALUE ZEROS.
       77 WRK-NOME-UF      PIC X(12)     VALUE SPACES.
       77 WRK-NOME-CEP     PIC X(12)     VALUE SPACES.
       77 WRK-NOME-CTR     PIC X(12)     VALUE SPACES.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'TARIFSIM'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-MESES        PIC 9(02)     VALUE ZEROS.
       77 WRK-MESES-OK     PIC X(01)     VALUE 'N'.
       77 WRK-CEN          PIC 9(01)     VALUE ZEROS.
       77 WRK-UF-IDX       PIC 9(02)     VALUE ZEROS.
       77 WRK-UF-ACHADO    PIC X(01)     VALUE 'N'.
       77 WRK-CEP-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-CEP-ACHADO   PIC X(01)     VALUE 'N'.
       77 WRK-CTR-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-CTR-ACHADO   PIC X(01)     VALUE 'N'.
       77 WRK-DESCONTO     PIC 9(02)V99  VALUE ZEROS.
       77 WRK-VALOR        PIC 9(08)V99  VALUE ZEROS.
       77 WRK-TAXA-APLICADA PIC 9(01)V9999 VALUE ZEROS.
       77 WRK-FRETE        PIC 9(08)V99  VALUE ZEROS.
       77 WRK-FRETEPESO    PIC 9(04)V99  VALUE ZEROS.
       77 WRK-QTD-PED      PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-SEMUF    PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-GR       PIC 9(03)     VALUE ZEROS.
       77 WRK-GR-IDX       PIC 9(03)     VALUE ZEROS.
       77 WRK-GR-ACHADO    PIC X(01)     VALUE 'N'.
       77 WRK-GR-EXCEDE    PIC 9(06)     VALUE ZEROS.
       77 WRK-BUSCA-TIPO   PIC X(01)     VALUE SPACES.
       77 WRK-BUSCA-COD    PIC X(05)     VALUE SPACES.
       77 WRK-TIPO-IMPR    PIC X(01)     VALUE SPACES.
       77 WRK-TOT-REGISTRADO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PERCENT      PIC S9(05)V99 VALUE ZEROS.
       77 WRK-QTD-ED       PIC ZZZZ9.
       77 WRK-ATUAL-ED     PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-NOVO-ED      PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-DIFERENCA-ED PIC -Z.ZZZ.ZZ9,99.
       77 WRK-PERCENT-ED   PIC -ZZZ9,99.
       01 WRK-CENARIO-TAB.
          02 WRK-CENARIO OCCURS 2 TIMES.
             03 WRK-QTD-UF       PIC 9(02).
             03 WRK-UF-ITEM OCCURS 30 TIMES.
                04 WRK-UF-COD    PIC X(02).
                04 WRK-UF-TAXA   PIC 9(01)V9999.
             03 WRK-QTD-CEP      PIC 9(02).
             03 WRK-CEP-ITEM OCCURS 20 TIMES.
                04 WRK-CEP-INI   PIC 9(08).
                04 WRK-CEP-FIM   PIC 9(08).
                04 WRK-CEP-TAXA  PIC 9(01)V9999.
             03 WRK-QTD-CTR      PIC 9(02).
             03 WRK-CTR-ITEM OCCURS 20 TIMES.
                04 WRK-CTR-CLIENTE PIC X(05).
                04 WRK-CTR-TAXA    PIC 9(01)V9999.
                04 WRK-CTR-PESOMAX PIC 9(05)V99.
                04 WRK-CTR-VIGINI  PIC 9(08).
                04 WRK-CTR-VIGFIM  PIC 9(08).
       01 WRK-ORIGEM-TAB.
          02 WRK-ORIGEM-CEN   PIC X(01) OCCURS 3 TIMES.
       01 WRK-FRETE-CEN.
          02 WRK-FRETE-SIM    PIC 9(08)V99 OCCURS 2 TIMES.
       01 WRK-GRUPO-TAB.
          02 WRK-GR-ITEM OCCURS 400 TIMES.
             03 WRK-GR-TIPO      PIC X(01).
             03 WRK-GR-COD       PIC X(05).
             03 WRK-GR-PEDIDOS   PIC 9(05).
             03 WRK-GR-ATUAL     PIC 9(11)V99.
             03 WRK-GR-NOVO      PIC 9(11)V99.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'N' TO WRK-MESES-OK.
           PERFORM UNTIL WRK-MESES-OK = 'S'
              DISPLAY ' QUANTOS MESES DE PEDIDOS SIMULAR? (1-24)'
              ACCEPT WRK-MESES
              IF WRK-MESES >= 1 AND WRK-MESES <= 24
                 MOVE 'S' TO WRK-MESES-OK
              ELSE
                 DISPLAY 'QUANTIDADE DE MESES INVALIDA.'
              END-IF
           END-PERFORM.
           MOVE WRK-DATASISTEMA TO WRK-DATAINICIO.
           MOVE 01 TO WRK-INI-DIA.
           PERFORM WRK-MESES TIMES
              IF WRK-INI-MES = 1
                 MOVE 12 TO WRK-INI-MES
                 SUBTRACT 1 FROM WRK-INI-ANO
              ELSE
                 SUBTRACT 1 FROM WRK-INI-MES
              END-IF
           END-PERFORM.
           MOVE 1 TO WRK-CEN.
           MOVE 'UFPARM.DAT' TO WRK-NOME-UF.
           MOVE 'CEPPARM.DAT' TO WRK-NOME-CEP.
           MOVE 'CONTRATF.DAT' TO WRK-NOME-CTR.
           PERFORM 0002-CARREGARCENARIO.
           IF WRK-QTD-UF(1) = 0
              DISPLAY 'TABELA DE FRETE POR UF (UFPARM.DAT) NAO '
                 'ENCONTRADA.'
              GOBACK
           END-IF.
           MOVE 2 TO WRK-CEN.
           MOVE 'UFSIM.DAT' TO WRK-NOME-UF.
           MOVE 'CEPSIM.DAT' TO WRK-NOME-CEP.
           MOVE 'CONTSIM.DAT' TO WRK-NOME-CTR.
           PERFORM 0002-CARREGARCENARIO.
           IF WRK-ORIGEM-CEN(1) = 'A' AND WRK-ORIGEM-CEN(2) = 'A'
                 AND WRK-ORIGEM-CEN(3) = 'A'
              DISPLAY 'NENHUMA TABELA PROPOSTA ENCONTRADA (UFSIM.DAT, '
                 'CEPSIM.DAT, CONTSIM.DAT).'
              GOBACK
           END-IF.
           OPEN INPUT ARQ-PEDIDMF.
           IF WRK-FS-PEDIDMF NOT = '00'
              DISPLAY 'CADASTRO DE PEDIDOS NAO ENCONTRADO.'
              GOBACK
           END-IF.
           MOVE ZEROS TO WRK-QTD-PED WRK-QTD-SEMUF WRK-QTD-GR
              WRK-GR-EXCEDE WRK-TOT-REGISTRADO.
           MOVE 'G' TO WRK-BUSCA-TIPO.
           MOVE SPACES TO WRK-BUSCA-COD.
           PERFORM 0000-LOCALIZARGRUPO.
           MOVE ZEROS TO REG-PE-NUMERO.
           START ARQ-PEDIDMF KEY IS NOT LESS THAN REG-PE-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PEDIDMF
           END-START.
           PERFORM 0003-SIMULARPEDIDO UNTIL WRK-FS-PEDIDMF = '10'.
           CLOSE ARQ-PEDIDMF.
           OPEN OUTPUT ARQ-RELSIM.
           PERFORM 0004-IMPRIMIRSIMULACAO.
           CLOSE ARQ-RELSIM.
           DISPLAY 'PEDIDOS SIMULADOS ... ' WRK-QTD-PED.
           DISPLAY 'RELATORIO GRAVADO EM TARIFSIM.TXT'.
           MOVE 'TARIFSIM.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'SIMULACAO DE TARIFAS DESDE ' WRK-DATAINICIO
              ' PEDIDOS=' WRK-QTD-PED
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.
           GOBACK.

       0002-CARREGARCENARIO.
           MOVE ZEROS TO WRK-QTD-UF(WRK-CEN) WRK-QTD-CEP(WRK-CEN)
              WRK-QTD-CTR(WRK-CEN).
           MOVE 'P' TO WRK-ORIGEM-CEN(1) WRK-ORIGEM-CEN(2)
              WRK-ORIGEM-CEN(3).
           OPEN INPUT ARQ-UFPARM.
           IF WRK-FS-UFPARM = '00'
              PERFORM 0000-LERUFPARM UNTIL WRK-FS-UFPARM = '10'
              CLOSE ARQ-UFPARM
           ELSE
              IF WRK-CEN = 2
                 MOVE 'A' TO WRK-ORIGEM-CEN(1)
                 MOVE WRK-QTD-UF(1) TO WRK-QTD-UF(2)
                 PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
                       UNTIL WRK-UF-IDX > WRK-QTD-UF(1)
                    MOVE WRK-UF-ITEM(1, WRK-UF-IDX)
                       TO WRK-UF-ITEM(2, WRK-UF-IDX)
                 END-PERFORM
              END-IF
           END-IF.
           OPEN INPUT ARQ-CEPPARM.
           IF WRK-FS-CEPPARM = '00'
              PERFORM 0000-LERCEPPARM UNTIL WRK-FS-CEPPARM = '10'
              CLOSE ARQ-CEPPARM
           ELSE
              IF WRK-CEN = 2
                 MOVE 'A' TO WRK-ORIGEM-CEN(2)
                 MOVE WRK-QTD-CEP(1) TO WRK-QTD-CEP(2)
                 PERFORM VARYING WRK-CEP-IDX FROM 1 BY 1
                       UNTIL WRK-CEP-IDX > WRK-QTD-CEP(1)
                    MOVE WRK-CEP-ITEM(1, WRK-CEP-IDX)
                       TO WRK-CEP-ITEM(2, WRK-CEP-IDX)
                 END-PERFORM
              END-IF
           END-IF.
           OPEN INPUT ARQ-CONTRATOS.
           IF WRK-FS-CONTRATOS = '00'
              PERFORM 0000-LERCONTRATO UNTIL WRK-FS-CONTRATOS = '10'
              CLOSE ARQ-CONTRATOS
           ELSE
              IF WRK-CEN = 2
                 MOVE 'A' TO WRK-ORIGEM-CEN(3)
                 MOVE WRK-QTD-CTR(1) TO WRK-QTD-CTR(2)
                 PERFORM VARYING WRK-CTR-IDX FROM 1 BY 1
                       UNTIL WRK-CTR-IDX > WRK-QTD-CTR(1)
                    MOVE WRK-CTR-ITEM(1, WRK-CTR-IDX)
                       TO WRK-CTR-ITEM(2, WRK-CTR-IDX)
                 END-PERFORM
              END-IF
           END-IF.

       0000-LERUFPARM.
           READ ARQ-UFPARM
              AT END
                 MOVE '10' TO WRK-FS-UFPARM
              NOT AT END
                 IF WRK-QTD-UF(WRK-CEN) < 30
                    ADD 1 TO WRK-QTD-UF(WRK-CEN)
                    MOVE WRK-QTD-UF(WRK-CEN) TO WRK-UF-IDX
                    MOVE REG-UP-COD TO WRK-UF-COD(WRK-CEN, WRK-UF-IDX)
                    MOVE REG-UP-TAXA
                       TO WRK-UF-TAXA(WRK-CEN, WRK-UF-IDX)
                 END-IF
           END-READ.

       0000-LERCEPPARM.
           READ ARQ-CEPPARM
              AT END
                 MOVE '10' TO WRK-FS-CEPPARM
              NOT AT END
                 IF WRK-QTD-CEP(WRK-CEN) < 20
                    ADD 1 TO WRK-QTD-CEP(WRK-CEN)
                    MOVE WRK-QTD-CEP(WRK-CEN) TO WRK-CEP-IDX
                    MOVE REG-CP-CEPINI
                       TO WRK-CEP-INI(WRK-CEN, WRK-CEP-IDX)
                    MOVE REG-CP-CEPFIM
                       TO WRK-CEP-FIM(WRK-CEN, WRK-CEP-IDX)
                    MOVE REG-CP-TAXA
                       TO WRK-CEP-TAXA(WRK-CEN, WRK-CEP-IDX)
                 END-IF
           END-READ.

       0000-LERCONTRATO.
           READ ARQ-CONTRATOS
              AT END
                 MOVE '10' TO WRK-FS-CONTRATOS
              NOT AT END
                 IF WRK-QTD-CTR(WRK-CEN) < 20
                    ADD 1 TO WRK-QTD-CTR(WRK-CEN)
                    MOVE WRK-QTD-CTR(WRK-CEN) TO WRK-CTR-IDX
                    MOVE REG-CF-CLIENTE
                       TO WRK-CTR-CLIENTE(WRK-CEN, WRK-CTR-IDX)
                    MOVE REG-CF-TAXA
                       TO WRK-CTR-TAXA(WRK-CEN, WRK-CTR-IDX)
                    MOVE REG-CF-PESOMAX
                       TO WRK-CTR-PESOMAX(WRK-CEN, WRK-CTR-IDX)
                    MOVE REG-CF-VIGINI
                       TO WRK-CTR-VIGINI(WRK-CEN, WRK-CTR-IDX)
                    MOVE REG-CF-VIGFIM
                       TO WRK-CTR-VIGFIM(WRK-CEN, WRK-CTR-IDX)
                 END-IF
           END-READ.

       0003-SIMULARPEDIDO.
           READ ARQ-PEDIDMF NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT AT END
                 IF REG-PE-STATUS NOT = 'C'
                       AND REG-PE-DATA >= WRK-DATAINICIO-N
                    ADD 1 TO WRK-QTD-PED
                    ADD REG-PE-FRETE TO WRK-TOT-REGISTRADO
                    PERFORM 0000-APLICARCUPOM
                    COMPUTE WRK-VALOR = REG-PE-VALOR -
                       (REG-PE-VALOR * WRK-DESCONTO / 100)
                    PERFORM 0000-CALCULARFRETEPESO
                    PERFORM VARYING WRK-CEN FROM 1 BY 1
                          UNTIL WRK-CEN > 2
                       PERFORM 0000-CALCULARFRETE
                    END-PERFORM
                    MOVE 'G' TO WRK-BUSCA-TIPO
                    MOVE SPACES TO WRK-BUSCA-COD
                    PERFORM 0000-ACUMULARGRUPO
                    MOVE 'U' TO WRK-BUSCA-TIPO
                    MOVE REG-PE-UF TO WRK-BUSCA-COD
                    PERFORM 0000-ACUMULARGRUPO
                    MOVE 'C' TO WRK-BUSCA-TIPO
                    MOVE REG-PE-CLIENTE TO WRK-BUSCA-COD
                    PERFORM 0000-ACUMULARGRUPO
                 END-IF
           END-READ.

       0000-APLICARCUPOM.
           EVALUATE REG-PE-CUPOM
              WHEN 'DESC10'
                 MOVE 10 TO WRK-DESCONTO
              WHEN 'DESC20'
                 MOVE 20 TO WRK-DESCONTO
              WHEN OTHER
                 MOVE ZEROS TO WRK-DESCONTO
           END-EVALUATE.

       0000-CALCULARFRETEPESO.
           EVALUATE TRUE
              WHEN REG-PE-PESO <= 5
                 MOVE ZEROS TO WRK-FRETEPESO
              WHEN REG-PE-PESO <= 20
                 MOVE 10 TO WRK-FRETEPESO
              WHEN REG-PE-PESO <= 50
                 MOVE 25 TO WRK-FRETEPESO
              WHEN OTHER
                 MOVE 50 TO WRK-FRETEPESO
           END-EVALUATE.

       0000-CALCULARFRETE.
           MOVE ZEROS TO WRK-FRETE-SIM(WRK-CEN).
           MOVE 'N' TO WRK-UF-ACHADO.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
                 UNTIL WRK-UF-IDX > WRK-QTD-UF(WRK-CEN)
                    OR WRK-UF-ACHADO = 'S'
              IF WRK-UF-COD(WRK-CEN, WRK-UF-IDX) = REG-PE-UF
                 MOVE 'S' TO WRK-UF-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-UF-ACHADO = 'N'
              IF WRK-CEN = 2
                 ADD 1 TO WRK-QTD-SEMUF
              END-IF
           ELSE
              SUBTRACT 1 FROM WRK-UF-IDX
              MOVE WRK-UF-TAXA(WRK-CEN, WRK-UF-IDX)
                 TO WRK-TAXA-APLICADA
              MOVE 'N' TO WRK-CEP-ACHADO
              IF REG-PE-CEP > 0
                 PERFORM VARYING WRK-CEP-IDX FROM 1 BY 1
                       UNTIL WRK-CEP-IDX > WRK-QTD-CEP(WRK-CEN)
                          OR WRK-CEP-ACHADO = 'S'
                    IF REG-PE-CEP >= WRK-CEP-INI(WRK-CEN, WRK-CEP-IDX)
                          AND REG-PE-CEP <=
                             WRK-CEP-FIM(WRK-CEN, WRK-CEP-IDX)
                       MOVE 'S' TO WRK-CEP-ACHADO
                    END-IF
                 END-PERFORM
                 IF WRK-CEP-ACHADO = 'S'
                    SUBTRACT 1 FROM WRK-CEP-IDX
                    MOVE WRK-CEP-TAXA(WRK-CEN, WRK-CEP-IDX)
                       TO WRK-TAXA-APLICADA
                 END-IF
              END-IF
              MOVE 'N' TO WRK-CTR-ACHADO
              IF REG-PE-CLIENTE NOT = SPACES
                 PERFORM VARYING WRK-CTR-IDX FROM 1 BY 1
                       UNTIL WRK-CTR-IDX > WRK-QTD-CTR(WRK-CEN)
                          OR WRK-CTR-ACHADO = 'S'
                    IF WRK-CTR-CLIENTE(WRK-CEN, WRK-CTR-IDX)
                          = REG-PE-CLIENTE
                          AND REG-PE-DATA >=
                             WRK-CTR-VIGINI(WRK-CEN, WRK-CTR-IDX)
                          AND REG-PE-DATA <=
                             WRK-CTR-VIGFIM(WRK-CEN, WRK-CTR-IDX)
                          AND REG-PE-PESO <=
                             WRK-CTR-PESOMAX(WRK-CEN, WRK-CTR-IDX)
                       MOVE 'S' TO WRK-CTR-ACHADO
                    END-IF
                 END-PERFORM
                 IF WRK-CTR-ACHADO = 'S'
                    SUBTRACT 1 FROM WRK-CTR-IDX
                    MOVE WRK-CTR-TAXA(WRK-CEN, WRK-CTR-IDX)
                       TO WRK-TAXA-APLICADA
                 END-IF
              END-IF
              COMPUTE WRK-FRETE = WRK-VALOR * WRK-TAXA-APLICADA
              COMPUTE WRK-FRETE-SIM(WRK-CEN) =
                 WRK-FRETE + WRK-FRETEPESO
           END-IF.

       0000-ACUMULARGRUPO.
           PERFORM 0000-LOCALIZARGRUPO.
           IF WRK-GR-ACHADO = 'S'
              ADD 1 TO WRK-GR-PEDIDOS(WRK-GR-IDX)
              ADD WRK-FRETE-SIM(1) TO WRK-GR-ATUAL(WRK-GR-IDX)
              ADD WRK-FRETE-SIM(2) TO WRK-GR-NOVO(WRK-GR-IDX)
           END-IF.

       0000-LOCALIZARGRUPO.
           MOVE 'N' TO WRK-GR-ACHADO.
           PERFORM VARYING WRK-GR-IDX FROM 1 BY 1
                 UNTIL WRK-GR-IDX > WRK-QTD-GR
                    OR WRK-GR-ACHADO = 'S'
              IF WRK-GR-TIPO(WRK-GR-IDX) = WRK-BUSCA-TIPO
                    AND WRK-GR-COD(WRK-GR-IDX) = WRK-BUSCA-COD
                 MOVE 'S' TO WRK-GR-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-GR-ACHADO = 'S'
              SUBTRACT 1 FROM WRK-GR-IDX
           ELSE
              IF WRK-QTD-GR < 400
                 ADD 1 TO WRK-QTD-GR
                 MOVE WRK-QTD-GR TO WRK-GR-IDX
                 MOVE WRK-BUSCA-TIPO TO WRK-GR-TIPO(WRK-GR-IDX)
                 MOVE WRK-BUSCA-COD TO WRK-GR-COD(WRK-GR-IDX)
                 MOVE ZEROS TO WRK-GR-PEDIDOS(WRK-GR-IDX)
                    WRK-GR-ATUAL(WRK-GR-IDX) WRK-GR-NOVO(WRK-GR-IDX)
                 MOVE 'S' TO WRK-GR-ACHADO
              ELSE
                 ADD 1 TO WRK-GR-EXCEDE
              END-IF
           END-IF.

       0004-IMPRIMIRSIMULACAO.
           MOVE 'SIMULACAO DE TARIFAS DE FRETE - ESTUDO SEM ALTERACAO'
              TO WRK-LINHA.
           WRITE REG-RELSIM FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PEDIDOS DESDE ' WRK-DATAINICIO
              ' (' WRK-MESES ' MESES) - EMITIDO EM ' WRK-DATASISTEMA
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELSIM FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PROPOSTA: UF='
              WRK-ORIGEM-CEN(1) ' CEP=' WRK-ORIGEM-CEN(2)
              ' CONTRATOS=' WRK-ORIGEM-CEN(3)
              '  (P=TABELA PROPOSTA A=MANTIDA A ATUAL)'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELSIM FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELSIM FROM WRK-LINHA.
           MOVE 'G' TO WRK-TIPO-IMPR.
           MOVE 'TOTAL GERAL' TO WRK-LINHA.
           PERFORM 0000-IMPRIMIRSECAO.
           MOVE 'U' TO WRK-TIPO-IMPR.
           MOVE 'POR UF DE ENTREGA' TO WRK-LINHA.
           PERFORM 0000-IMPRIMIRSECAO.
           MOVE 'C' TO WRK-TIPO-IMPR.
           MOVE 'POR CLIENTE' TO WRK-LINHA.
           PERFORM 0000-IMPRIMIRSECAO.
           MOVE WRK-TOT-REGISTRADO TO WRK-ATUAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FRETE EFETIVAMENTE REGISTRADO NOS PEDIDOS: '
              WRK-ATUAL-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELSIM FROM WRK-LINHA.
           IF WRK-QTD-SEMUF > 0
              MOVE SPACES TO WRK-LINHA
              STRING 'PEDIDOS EM UF FORA DA TABELA PROPOSTA (FRETE '
                 'ZERO): ' WRK-QTD-SEMUF
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELSIM FROM WRK-LINHA
           END-IF.
           IF WRK-GR-EXCEDE > 0
              MOVE SPACES TO WRK-LINHA
              STRING 'ATENCAO: ' WRK-GR-EXCEDE
                 ' LANCAMENTOS SEM ESPACO NA TABELA DE GRUPOS.'
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELSIM FROM WRK-LINHA
           END-IF.

       0000-IMPRIMIRSECAO.
           WRITE REG-RELSIM FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'GRUPO  PEDIDOS   FRETE ATUAL  FRETE PROPOSTO'
              '      DIFERENCA      %'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELSIM FROM WRK-LINHA.
           PERFORM VARYING WRK-GR-IDX FROM 1 BY 1
                 UNTIL WRK-GR-IDX > WRK-QTD-GR
              IF WRK-GR-TIPO(WRK-GR-IDX) = WRK-TIPO-IMPR
                 PERFORM 0000-IMPRIMIRGRUPO
              END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELSIM FROM WRK-LINHA.

       0000-IMPRIMIRGRUPO.
           COMPUTE WRK-DIFERENCA = WRK-GR-NOVO(WRK-GR-IDX)
              - WRK-GR-ATUAL(WRK-GR-IDX).
           MOVE ZEROS TO WRK-PERCENT.
           IF WRK-GR-ATUAL(WRK-GR-IDX) > 0
              COMPUTE WRK-PERCENT ROUNDED =
                 WRK-DIFERENCA * 100 / WRK-GR-ATUAL(WRK-GR-IDX)
           END-IF.
           MOVE WRK-GR-PEDIDOS(WRK-GR-IDX) TO WRK-QTD-ED.
           MOVE WRK-GR-ATUAL(WRK-GR-IDX) TO WRK-ATUAL-ED.
           MOVE WRK-GR-NOVO(WRK-GR-IDX) TO WRK-NOVO-ED.
           MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED.
           MOVE WRK-PERCENT TO WRK-PERCENT-ED.
           MOVE SPACES TO WRK-BUSCA-COD.
           EVALUATE TRUE
           WHEN WRK-GR-TIPO(WRK-GR-IDX) = 'G'
              MOVE 'TOTAL' TO WRK-BUSCA-COD
           WHEN WRK-GR-COD(WRK-GR-IDX) NOT = SPACES
              MOVE WRK-GR-COD(WRK-GR-IDX) TO WRK-BUSCA-COD
           WHEN OTHER
              MOVE 'CONS.' TO WRK-BUSCA-COD
           END-EVALUATE.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-BUSCA-COD '  ' WRK-QTD-ED ' ' WRK-ATUAL-ED
              '   ' WRK-NOVO-ED ' ' WRK-DIFERENCA-ED ' '
              WRK-PERCENT-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELSIM FROM WRK-LINHA.
