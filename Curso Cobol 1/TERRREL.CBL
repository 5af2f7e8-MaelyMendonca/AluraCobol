       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERRREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TERRITORIOS ASSIGN TO "TERRMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TE-COD
               FILE STATUS IS WRK-FS-TERRITORIOS.
           SELECT ARQ-DESIGNACOES ASSIGN TO "TERRREP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TV-CHAVE
               FILE STATUS IS WRK-FS-DESIGNACOES.
           SELECT ARQ-METAS ASSIGN TO "QUOTAREP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-QT-COD
               FILE STATUS IS WRK-FS-METAS.
           SELECT ARQ-VENDASREP ASSIGN TO "SALESREP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-VR-COD
               FILE STATUS IS WRK-FS-VENDASREP.
           SELECT ARQ-COMISCTL ASSIGN TO "COMISCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMISCTL.
           SELECT ARQ-RELTERR ASSIGN TO "TERRREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELTERR.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-TERRITORIOS.
       01 REG-TERRITORIO.
       COPY TERRREG.
       FD ARQ-DESIGNACOES.
       01 REG-DESIGNACAO.
       COPY TREPREG.
       FD ARQ-METAS.
       01 REG-METAS.
          02 REG-QT-COD        PIC X(05).
          02 REG-QT-MES        PIC 9(08)V99 OCCURS 12 TIMES.
       FD ARQ-VENDASREP.
       01 REG-VENDASREP.
          02 REG-VR-COD        PIC X(05).
          02 REG-VR-QTD        PIC 9(06).
          02 REG-VR-MES        PIC 9(08)V99 OCCURS 12 TIMES.
       FD ARQ-COMISCTL.
       01 REG-COMISCTL.
          02 REG-CL-ANO        PIC 9(04).
          02 REG-CL-MES        PIC 9(02).
          02 REG-CL-REP        PIC X(05).
          02 REG-CL-VALOR      PIC 9(08)V99.
       FD ARQ-RELTERR.
       01 REG-RELTERR          PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       01 WRK-COMPETENCIA.
          02 WRK-COMP-ANO     PIC 9(04).
          02 WRK-COMP-MES     PIC 9(02).
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).
       77 WRK-FS-TERRITORIOS PIC X(02)   VALUE ZEROS.
       77 WRK-FS-DESIGNACOES PIC X(02)   VALUE ZEROS.
       77 WRK-FS-METAS     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-VENDASREP PIC X(02)     VALUE ZEROS.
       77 WRK-FS-COMISCTL  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELTERR   PIC X(02)     VALUE ZEROS.
       77 WRK-TERRMF-OK    PIC X(01)     VALUE 'N'.
       77 WRK-TERRREP-OK   PIC X(01)     VALUE 'N'.
       77 WRK-METAS-OK     PIC X(01)     VALUE 'N'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'TERRREL'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-MESINI       PIC 9(02)     VALUE ZEROS.
       77 WRK-MESFIM       PIC 9(02)     VALUE ZEROS.
       77 WRK-PERIODO-OK   PIC X(01)     VALUE 'N'.
       77 WRK-MES-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-TERRITORIO   PIC X(04)     VALUE SPACES.
       77 WRK-FIM-DESIG    PIC X(01)     VALUE 'N'.
       77 WRK-VALOR-VENDA  PIC 9(08)V99  VALUE ZEROS.
       77 WRK-VALOR-META   PIC 9(08)V99  VALUE ZEROS.
       77 WRK-VALOR-COMIS  PIC 9(08)V99  VALUE ZEROS.
       77 WRK-QTD-COMIS    PIC 9(04)     VALUE ZEROS.
       77 WRK-COMIS-IDX    PIC 9(04)     VALUE ZEROS.
       77 WRK-QTD-TERR     PIC 9(03)     VALUE ZEROS.
       77 WRK-TERR-IDX     PIC 9(03)     VALUE ZEROS.
       77 WRK-TERR-ACHADO  PIC X(01)     VALUE 'N'.
       77 WRK-QTD-DET      PIC 9(04)     VALUE ZEROS.
       77 WRK-DET-IDX      PIC 9(04)     VALUE ZEROS.
       77 WRK-DET-ACHADO   PIC X(01)     VALUE 'N'.
       77 WRK-QTD-GER      PIC 9(03)     VALUE ZEROS.
       77 WRK-GER-IDX      PIC 9(03)     VALUE ZEROS.
       77 WRK-GER-ACHADO   PIC X(01)     VALUE 'N'.
       77 WRK-SOMA-VENDA   PIC 9(10)V99  VALUE ZEROS.
       77 WRK-SOMA-META    PIC 9(10)V99  VALUE ZEROS.
       77 WRK-SOMA-COMIS   PIC 9(10)V99  VALUE ZEROS.
       77 WRK-GER-VENDA    PIC 9(10)V99  VALUE ZEROS.
       77 WRK-GER-META     PIC 9(10)V99  VALUE ZEROS.
       77 WRK-GER-COMIS    PIC 9(10)V99  VALUE ZEROS.
       77 WRK-TOT-VENDA    PIC 9(10)V99  VALUE ZEROS.
       77 WRK-TOT-META     PIC 9(10)V99  VALUE ZEROS.
       77 WRK-TOT-COMIS    PIC 9(10)V99  VALUE ZEROS.
       77 WRK-PERCENT      PIC 9(05)V99  VALUE ZEROS.
       77 WRK-VENDA-ED     PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-META-ED      PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-COMIS-ED     PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-PERCENT-ED   PIC ZZ.ZZ9,99.
       01 WRK-COMIS-TAB.
          02 WRK-CM-ITEM OCCURS 2400 TIMES.
             03 WRK-CM-REP      PIC X(05).
             03 WRK-CM-MES      PIC 9(02).
             03 WRK-CM-VALOR    PIC 9(08)V99.
       01 WRK-TERR-TAB.
          02 WRK-TR-ITEM OCCURS 100 TIMES.
             03 WRK-TR-COD      PIC X(04).
             03 WRK-TR-NOME     PIC X(30).
             03 WRK-TR-GERENTE  PIC X(06).
             03 WRK-TR-NOMEGER  PIC X(20).
             03 WRK-TR-VENDA    PIC 9(10)V99.
             03 WRK-TR-META     PIC 9(10)V99.
             03 WRK-TR-COMIS    PIC 9(10)V99.
       01 WRK-DET-TAB.
          02 WRK-DT-ITEM OCCURS 600 TIMES.
             03 WRK-DT-TERR     PIC X(04).
             03 WRK-DT-REP      PIC X(05).
             03 WRK-DT-VENDA    PIC 9(10)V99.
             03 WRK-DT-META     PIC 9(10)V99.
             03 WRK-DT-COMIS    PIC 9(10)V99.
       01 WRK-GER-TAB.
          02 WRK-GR-ITEM OCCURS 100 TIMES.
             03 WRK-GR-COD      PIC X(06).
             03 WRK-GR-NOME     PIC X(20).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'N' TO WRK-PERIODO-OK.
           PERFORM UNTIL WRK-PERIODO-OK = 'S'
              DISPLAY ' MES INICIAL (MM) DO ANO CORRENTE?'
              ACCEPT WRK-MESINI
              DISPLAY ' MES FINAL (MM) DO ANO CORRENTE?'
              ACCEPT WRK-MESFIM
              IF WRK-MESINI >= 1 AND WRK-MESFIM <= 12
                    AND WRK-MESFIM >= WRK-MESINI
                 MOVE 'S' TO WRK-PERIODO-OK
              ELSE
                 DISPLAY 'PERIODO INVALIDO.'
              END-IF
           END-PERFORM.
           OPEN INPUT ARQ-VENDASREP.
           IF WRK-FS-VENDASREP NOT = '00'
              DISPLAY 'ARQUIVO DE VENDAS POR VENDEDOR NAO ENCONTRADO.'
              GOBACK
           END-IF.
           MOVE 'N' TO WRK-TERRMF-OK WRK-TERRREP-OK WRK-METAS-OK.
           OPEN INPUT ARQ-TERRITORIOS.
           IF WRK-FS-TERRITORIOS = '00'
              MOVE 'S' TO WRK-TERRMF-OK
           END-IF.
           OPEN INPUT ARQ-DESIGNACOES.
           IF WRK-FS-DESIGNACOES = '00'
              MOVE 'S' TO WRK-TERRREP-OK
           END-IF.
           OPEN INPUT ARQ-METAS.
           IF WRK-FS-METAS = '00'
              MOVE 'S' TO WRK-METAS-OK
           END-IF.
           MOVE ZEROS TO WRK-QTD-TERR WRK-QTD-DET WRK-QTD-GER.
           PERFORM 0002-CARREGARTERRITORIOS.
           PERFORM 0003-CARREGARCOMISSOES.
           PERFORM 0004-ACUMULARVENDEDORES.
           PERFORM 0005-IMPRIMIRRELATORIO.
           CLOSE ARQ-VENDASREP.
           IF WRK-TERRMF-OK = 'S'
              CLOSE ARQ-TERRITORIOS
           END-IF.
           IF WRK-TERRREP-OK = 'S'
              CLOSE ARQ-DESIGNACOES
           END-IF.
           IF WRK-METAS-OK = 'S'
              CLOSE ARQ-METAS
           END-IF.
           MOVE 'TERRREL.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'RELATORIO POR TERRITORIO MESES ' WRK-MESINI
              ' A ' WRK-MESFIM ' TERRITORIOS=' WRK-QTD-TERR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           MOVE 'I' TO WRK-LOG-SEVERIDADE.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
              WRK-LOG-SEVERIDADE.
           DISPLAY 'RELATORIO GRAVADO EM TERRREL.TXT'.
           GOBACK.

       0002-CARREGARTERRITORIOS.
           IF WRK-TERRMF-OK = 'S'
              MOVE LOW-VALUES TO REG-TE-COD
              START ARQ-TERRITORIOS KEY IS NOT LESS THAN REG-TE-COD
                 INVALID KEY
                    MOVE '10' TO WRK-FS-TERRITORIOS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-TERRITORIOS
              END-START
              PERFORM 0000-LERTERRITORIO
                 UNTIL WRK-FS-TERRITORIOS = '10'
              MOVE '00' TO WRK-FS-TERRITORIOS
           END-IF.

       0000-LERTERRITORIO.
           READ ARQ-TERRITORIOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-TERRITORIOS
              NOT AT END
                 IF WRK-QTD-TERR < 99
                    ADD 1 TO WRK-QTD-TERR
                    MOVE WRK-QTD-TERR TO WRK-TERR-IDX
                    MOVE REG-TE-COD TO WRK-TR-COD(WRK-TERR-IDX)
                    MOVE REG-TE-NOME TO WRK-TR-NOME(WRK-TERR-IDX)
                    MOVE REG-TE-GERENTE
                       TO WRK-TR-GERENTE(WRK-TERR-IDX)
                    MOVE REG-TE-NOMEGER
                       TO WRK-TR-NOMEGER(WRK-TERR-IDX)
                    MOVE ZEROS TO WRK-TR-VENDA(WRK-TERR-IDX)
                       WRK-TR-META(WRK-TERR-IDX)
                       WRK-TR-COMIS(WRK-TERR-IDX)
                 END-IF
           END-READ.

       0003-CARREGARCOMISSOES.
           MOVE ZEROS TO WRK-QTD-COMIS.
           OPEN INPUT ARQ-COMISCTL.
           IF WRK-FS-COMISCTL = '00'
              PERFORM 0000-LERCOMISSAO UNTIL WRK-FS-COMISCTL = '10'
              CLOSE ARQ-COMISCTL
           END-IF.

       0000-LERCOMISSAO.
           READ ARQ-COMISCTL
              AT END
                 MOVE '10' TO WRK-FS-COMISCTL
              NOT AT END
                 IF REG-CL-ANO = WRK-ANOSISTEMA
                       AND REG-CL-MES >= WRK-MESINI
                       AND REG-CL-MES <= WRK-MESFIM
                       AND WRK-QTD-COMIS < 2400
                    ADD 1 TO WRK-QTD-COMIS
                    MOVE REG-CL-REP TO WRK-CM-REP(WRK-QTD-COMIS)
                    MOVE REG-CL-MES TO WRK-CM-MES(WRK-QTD-COMIS)
                    IF REG-CL-VALOR IS NUMERIC
                       MOVE REG-CL-VALOR
                          TO WRK-CM-VALOR(WRK-QTD-COMIS)
                    ELSE
                       MOVE ZEROS TO WRK-CM-VALOR(WRK-QTD-COMIS)
                    END-IF
                 END-IF
           END-READ.

       0004-ACUMULARVENDEDORES.
           MOVE LOW-VALUES TO REG-VR-COD.
           START ARQ-VENDASREP KEY IS NOT LESS THAN REG-VR-COD
              INVALID KEY
                 MOVE '10' TO WRK-FS-VENDASREP
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-VENDASREP
           END-START.
           PERFORM 0000-LERVENDEDOR UNTIL WRK-FS-VENDASREP = '10'.

       0000-LERVENDEDOR.
           READ ARQ-VENDASREP NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-VENDASREP
              NOT AT END
                 PERFORM 0000-BUSCARMETA
                 PERFORM VARYING WRK-MES-IDX FROM WRK-MESINI BY 1
                       UNTIL WRK-MES-IDX > WRK-MESFIM
                    PERFORM 0000-ACUMULARMES
                 END-PERFORM
           END-READ.

       0000-BUSCARMETA.
           IF WRK-METAS-OK = 'S'
              MOVE REG-VR-COD TO REG-QT-COD
              READ ARQ-METAS
                 INVALID KEY
                    PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                          UNTIL WRK-MES-IDX > 12
                       MOVE ZEROS TO REG-QT-MES(WRK-MES-IDX)
                    END-PERFORM
              END-READ
           ELSE
              PERFORM VARYING WRK-MES-IDX FROM 1 BY 1
                    UNTIL WRK-MES-IDX > 12
                 MOVE ZEROS TO REG-QT-MES(WRK-MES-IDX)
              END-PERFORM
           END-IF.

       0000-ACUMULARMES.
           MOVE WRK-ANOSISTEMA TO WRK-COMP-ANO.
           MOVE WRK-MES-IDX TO WRK-COMP-MES.
           PERFORM 0000-BUSCARTERRITORIO.
           MOVE REG-VR-MES(WRK-MES-IDX) TO WRK-VALOR-VENDA.
           MOVE REG-QT-MES(WRK-MES-IDX) TO WRK-VALOR-META.
           MOVE ZEROS TO WRK-VALOR-COMIS.
           PERFORM VARYING WRK-COMIS-IDX FROM 1 BY 1
                 UNTIL WRK-COMIS-IDX > WRK-QTD-COMIS
              IF WRK-CM-REP(WRK-COMIS-IDX) = REG-VR-COD
                    AND WRK-CM-MES(WRK-COMIS-IDX) = WRK-MES-IDX
                 ADD WRK-CM-VALOR(WRK-COMIS-IDX) TO WRK-VALOR-COMIS
              END-IF
           END-PERFORM.
           IF WRK-VALOR-VENDA > 0 OR WRK-VALOR-META > 0
                 OR WRK-VALOR-COMIS > 0
              PERFORM 0000-SOMARTERRITORIO
           END-IF.

       0000-SOMARTERRITORIO.
           PERFORM 0000-LOCALIZARTERRITORIO.
           IF WRK-TERR-ACHADO = 'S'
              ADD WRK-VALOR-VENDA TO WRK-TR-VENDA(WRK-TERR-IDX)
              ADD WRK-VALOR-META TO WRK-TR-META(WRK-TERR-IDX)
              ADD WRK-VALOR-COMIS TO WRK-TR-COMIS(WRK-TERR-IDX)
              PERFORM 0000-LOCALIZARDETALHE
              IF WRK-DET-ACHADO = 'S'
                 ADD WRK-VALOR-VENDA TO WRK-DT-VENDA(WRK-DET-IDX)
                 ADD WRK-VALOR-META TO WRK-DT-META(WRK-DET-IDX)
                 ADD WRK-VALOR-COMIS TO WRK-DT-COMIS(WRK-DET-IDX)
              END-IF
           END-IF.

       0000-BUSCARTERRITORIO.
           MOVE SPACES TO WRK-TERRITORIO.
           IF WRK-TERRREP-OK = 'S'
              MOVE REG-VR-COD TO REG-TV-VENDEDOR
              MOVE ZEROS TO REG-TV-VIGENCIA
              MOVE 'N' TO WRK-FIM-DESIG
              START ARQ-DESIGNACOES KEY IS NOT LESS THAN REG-TV-CHAVE
                 INVALID KEY
                    MOVE 'S' TO WRK-FIM-DESIG
              END-START
              PERFORM 0000-LERDESIGNACAO UNTIL WRK-FIM-DESIG = 'S'
           END-IF.

       0000-LERDESIGNACAO.
           READ ARQ-DESIGNACOES NEXT RECORD
              AT END
                 MOVE 'S' TO WRK-FIM-DESIG
              NOT AT END
                 IF REG-TV-VENDEDOR NOT = REG-VR-COD
                       OR REG-TV-VIGENCIA > WRK-COMPETENCIA-N
                    MOVE 'S' TO WRK-FIM-DESIG
                 ELSE
                    MOVE REG-TV-TERRITORIO TO WRK-TERRITORIO
                 END-IF
           END-READ.

       0000-LOCALIZARTERRITORIO.
           MOVE 'N' TO WRK-TERR-ACHADO.
           PERFORM VARYING WRK-TERR-IDX FROM 1 BY 1
                 UNTIL WRK-TERR-IDX > WRK-QTD-TERR
                    OR WRK-TERR-ACHADO = 'S'
              IF WRK-TR-COD(WRK-TERR-IDX) = WRK-TERRITORIO
                 MOVE 'S' TO WRK-TERR-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-TERR-ACHADO = 'S'
              SUBTRACT 1 FROM WRK-TERR-IDX
           ELSE
              IF WRK-QTD-TERR < 100
                 ADD 1 TO WRK-QTD-TERR
                 MOVE WRK-QTD-TERR TO WRK-TERR-IDX
                 MOVE WRK-TERRITORIO TO WRK-TR-COD(WRK-TERR-IDX)
                 IF WRK-TERRITORIO = SPACES
                    MOVE 'SEM TERRITORIO'
                       TO WRK-TR-NOME(WRK-TERR-IDX)
                 ELSE
                    MOVE 'TERRITORIO NAO CADASTRADO'
                       TO WRK-TR-NOME(WRK-TERR-IDX)
                 END-IF
                 MOVE SPACES TO WRK-TR-GERENTE(WRK-TERR-IDX)
                 MOVE 'SEM GERENTE' TO WRK-TR-NOMEGER(WRK-TERR-IDX)
                 MOVE ZEROS TO WRK-TR-VENDA(WRK-TERR-IDX)
                    WRK-TR-META(WRK-TERR-IDX)
                    WRK-TR-COMIS(WRK-TERR-IDX)
                 MOVE 'S' TO WRK-TERR-ACHADO
              END-IF
           END-IF.

       0000-LOCALIZARDETALHE.
           MOVE 'N' TO WRK-DET-ACHADO.
           PERFORM VARYING WRK-DET-IDX FROM 1 BY 1
                 UNTIL WRK-DET-IDX > WRK-QTD-DET
                    OR WRK-DET-ACHADO = 'S'
              IF WRK-DT-TERR(WRK-DET-IDX) = WRK-TERRITORIO
                    AND WRK-DT-REP(WRK-DET-IDX) = REG-VR-COD
                 MOVE 'S' TO WRK-DET-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-DET-ACHADO = 'S'
              SUBTRACT 1 FROM WRK-DET-IDX
           ELSE
              IF WRK-QTD-DET < 600
                 ADD 1 TO WRK-QTD-DET
                 MOVE WRK-QTD-DET TO WRK-DET-IDX
                 MOVE WRK-TERRITORIO TO WRK-DT-TERR(WRK-DET-IDX)
                 MOVE REG-VR-COD TO WRK-DT-REP(WRK-DET-IDX)
                 MOVE ZEROS TO WRK-DT-VENDA(WRK-DET-IDX)
                    WRK-DT-META(WRK-DET-IDX)
                    WRK-DT-COMIS(WRK-DET-IDX)
                 MOVE 'S' TO WRK-DET-ACHADO
              END-IF
           END-IF.

       0005-IMPRIMIRRELATORIO.
           PERFORM VARYING WRK-TERR-IDX FROM 1 BY 1
                 UNTIL WRK-TERR-IDX > WRK-QTD-TERR
              PERFORM 0000-REGISTRARGERENTE
           END-PERFORM.
           OPEN OUTPUT ARQ-RELTERR.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VENDAS, METAS E COMISSOES POR TERRITORIO E GERENTE'
              ' - ' WRK-ANOSISTEMA ' MESES ' WRK-MESINI ' A '
              WRK-MESFIM
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELTERR FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EMITIDO EM ' WRK-DATASISTEMA
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELTERR FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELTERR FROM WRK-LINHA.
           MOVE ZEROS TO WRK-TOT-VENDA WRK-TOT-META WRK-TOT-COMIS.
           IF WRK-QTD-DET = 0
              MOVE 'NENHUM MOVIMENTO NO PERIODO.' TO WRK-LINHA
              WRITE REG-RELTERR FROM WRK-LINHA
           END-IF.
           PERFORM VARYING WRK-GER-IDX FROM 1 BY 1
                 UNTIL WRK-GER-IDX > WRK-QTD-GER
              PERFORM 0006-IMPRIMIRGERENTE
           END-PERFORM.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELTERR FROM WRK-LINHA.
           MOVE WRK-TOT-VENDA TO WRK-SOMA-VENDA.
           MOVE WRK-TOT-META TO WRK-SOMA-META.
           MOVE WRK-TOT-COMIS TO WRK-SOMA-COMIS.
           PERFORM 0000-EDITARVALORES.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL GERAL VENDAS=' WRK-VENDA-ED
              ' META=' WRK-META-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELTERR FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING '            ATINGIMENTO=' WRK-PERCENT-ED '%'
              ' COMISSOES=' WRK-COMIS-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELTERR FROM WRK-LINHA.
           CLOSE ARQ-RELTERR.

       0000-REGISTRARGERENTE.
           MOVE 'S' TO WRK-GER-ACHADO.
           IF WRK-TR-VENDA(WRK-TERR-IDX) > 0
                 OR WRK-TR-META(WRK-TERR-IDX) > 0
                 OR WRK-TR-COMIS(WRK-TERR-IDX) > 0
              MOVE 'N' TO WRK-GER-ACHADO
           END-IF.
           PERFORM VARYING WRK-GER-IDX FROM 1 BY 1
                 UNTIL WRK-GER-IDX > WRK-QTD-GER
                    OR WRK-GER-ACHADO = 'S'
              IF WRK-GR-COD(WRK-GER-IDX) = WRK-TR-GERENTE(WRK-TERR-IDX)
                 MOVE 'S' TO WRK-GER-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-GER-ACHADO = 'N' AND WRK-QTD-GER < 100
              ADD 1 TO WRK-QTD-GER
              MOVE WRK-TR-GERENTE(WRK-TERR-IDX)
                 TO WRK-GR-COD(WRK-QTD-GER)
              MOVE WRK-TR-NOMEGER(WRK-TERR-IDX)
                 TO WRK-GR-NOME(WRK-QTD-GER)
           END-IF.

       0006-IMPRIMIRGERENTE.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-GR-COD(WRK-GER-IDX) = SPACES
              MOVE 'GERENTE: (SEM GERENTE DEFINIDO)' TO WRK-LINHA
           ELSE
              STRING 'GERENTE: ' WRK-GR-COD(WRK-GER-IDX) ' '
                 WRK-GR-NOME(WRK-GER-IDX)
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELTERR FROM WRK-LINHA.
           MOVE ZEROS TO WRK-GER-VENDA WRK-GER-META WRK-GER-COMIS.
           PERFORM VARYING WRK-TERR-IDX FROM 1 BY 1
                 UNTIL WRK-TERR-IDX > WRK-QTD-TERR
              IF WRK-TR-GERENTE(WRK-TERR-IDX) = WRK-GR-COD(WRK-GER-IDX)
                    AND (WRK-TR-VENDA(WRK-TERR-IDX) > 0
                      OR WRK-TR-META(WRK-TERR-IDX) > 0
                      OR WRK-TR-COMIS(WRK-TERR-IDX) > 0)
                 PERFORM 0007-IMPRIMIRTERRITORIO
              END-IF
           END-PERFORM.
           MOVE WRK-GER-VENDA TO WRK-SOMA-VENDA.
           MOVE WRK-GER-META TO WRK-SOMA-META.
           MOVE WRK-GER-COMIS TO WRK-SOMA-COMIS.
           PERFORM 0000-EDITARVALORES.
           MOVE SPACES TO WRK-LINHA.
           STRING '  TOTAL GERENTE VENDAS=' WRK-VENDA-ED
              ' META=' WRK-META-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELTERR FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING '                ATINGIMENTO=' WRK-PERCENT-ED '%'
              ' COMISSOES=' WRK-COMIS-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELTERR FROM WRK-LINHA.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELTERR FROM WRK-LINHA.
           ADD WRK-GER-VENDA TO WRK-TOT-VENDA.
           ADD WRK-GER-META TO WRK-TOT-META.
           ADD WRK-GER-COMIS TO WRK-TOT-COMIS.

       0007-IMPRIMIRTERRITORIO.
           MOVE SPACES TO WRK-LINHA.
           STRING '  TERRITORIO ' WRK-TR-COD(WRK-TERR-IDX) ' '
              WRK-TR-NOME(WRK-TERR-IDX)
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELTERR FROM WRK-LINHA.
           PERFORM VARYING WRK-DET-IDX FROM 1 BY 1
                 UNTIL WRK-DET-IDX > WRK-QTD-DET
              IF WRK-DT-TERR(WRK-DET-IDX) = WRK-TR-COD(WRK-TERR-IDX)
                 MOVE WRK-DT-VENDA(WRK-DET-IDX) TO WRK-SOMA-VENDA
                 MOVE WRK-DT-META(WRK-DET-IDX) TO WRK-SOMA-META
                 MOVE WRK-DT-COMIS(WRK-DET-IDX) TO WRK-SOMA-COMIS
                 PERFORM 0000-EDITARVALORES
                 MOVE SPACES TO WRK-LINHA
                 STRING '    VEND ' WRK-DT-REP(WRK-DET-IDX)
                    ' VENDAS=' WRK-VENDA-ED
                    ' META=' WRK-META-ED
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-RELTERR FROM WRK-LINHA
                 MOVE SPACES TO WRK-LINHA
                 STRING '               ATINGIMENTO=' WRK-PERCENT-ED
                    '%' ' COMISSAO=' WRK-COMIS-ED
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-RELTERR FROM WRK-LINHA
              END-IF
           END-PERFORM.
           MOVE WRK-TR-VENDA(WRK-TERR-IDX) TO WRK-SOMA-VENDA.
           MOVE WRK-TR-META(WRK-TERR-IDX) TO WRK-SOMA-META.
           MOVE WRK-TR-COMIS(WRK-TERR-IDX) TO WRK-SOMA-COMIS.
           PERFORM 0000-EDITARVALORES.
           MOVE SPACES TO WRK-LINHA.
           STRING '    TOTAL TERRITORIO VENDAS=' WRK-VENDA-ED
              ' META=' WRK-META-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELTERR FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING '               ATINGIMENTO=' WRK-PERCENT-ED '%'
              ' COMISSOES=' WRK-COMIS-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELTERR FROM WRK-LINHA.
           ADD WRK-TR-VENDA(WRK-TERR-IDX) TO WRK-GER-VENDA.
           ADD WRK-TR-META(WRK-TERR-IDX) TO WRK-GER-META.
           ADD WRK-TR-COMIS(WRK-TERR-IDX) TO WRK-GER-COMIS.

       0000-EDITARVALORES.
           IF WRK-SOMA-META > 0
              COMPUTE WRK-PERCENT ROUNDED =
                 WRK-SOMA-VENDA * 100 / WRK-SOMA-META
                 ON SIZE ERROR
                    MOVE 99999,99 TO WRK-PERCENT
              END-COMPUTE
           ELSE
              MOVE ZEROS TO WRK-PERCENT
           END-IF.
           MOVE WRK-SOMA-VENDA TO WRK-VENDA-ED.
           MOVE WRK-SOMA-META TO WRK-META-ED.
           MOVE WRK-SOMA-COMIS TO WRK-COMIS-ED.
           MOVE WRK-PERCENT TO WRK-PERCENT-ED.
