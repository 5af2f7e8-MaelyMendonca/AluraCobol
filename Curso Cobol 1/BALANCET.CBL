           SELECT ARQ-RELBAL ASSIGN TO "BALANCET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELBAL.
           SELECT ARQ-EMPRESAS ASSIGN TO "CIAMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CI-CODIGO
               FILE STATUS IS WRK-FS-EMPRESAS.
           SELECT ARQ-FATURAS ASSIGN TO "FATURMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-NUMERO
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT ARQ-PAGAR ASSIGN TO "APAGMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AP-NUMERO
               FILE STATUS IS WRK-FS-PAGAR.
           SELECT ARQ-CONTAMAP ASSIGN TO "CONTAMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTAMAP.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LANCTOS.
       01 REG-LANCTO.
       COPY LCTREG.
       FD ARQ-RELBAL.
       01 REG-RELBAL           PIC X(100).
       FD ARQ-EMPRESAS.
       01 REG-EMPRESA.
       COPY CIAREG.
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-PAGAR.
       01 REG-PAGAR.
       COPY APAREG.
       FD ARQ-CONTAMAP.
       01 REG-CONTAMAP.
          02 REG-CM-EVENTO     PIC X(08).
          02 REG-CM-DEBITO     PIC 9(06).
          02 REG-CM-CREDITO    PIC 9(06).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-LANCTOS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELBAL    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-EMPRESAS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PAGAR     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CONTAMAP  PIC X(02)     VALUE ZEROS.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-DATA-INI     PIC 9(08)     VALUE ZEROS.
       77 WRK-DATA-FIM     PIC 9(08)     VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-DET      PIC 9(06)     VALUE ZEROS.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-CIA-NOMEARQ  PIC X(12)     VALUE SPACES.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-EMPRESA-BAL  PIC X(02)     VALUE SPACES.
       77 WRK-CONSOLIDADO  PIC X(01)     VALUE 'N'.
       77 WRK-EMPRESA-DOC  PIC X(02)     VALUE SPACES.
       77 WRK-AC-CONTA     PIC 9(06)     VALUE ZEROS.
       77 WRK-AC-DC        PIC X(01)     VALUE SPACES.
       77 WRK-AC-VALOR     PIC 9(11)V99  VALUE ZEROS.
       77 WRK-FRETE-DEB    PIC 9(06)     VALUE 112002.
       77 WRK-FRETE-CRE    PIC 9(06)     VALUE 312001.
       77 WRK-PAGTO-DEB    PIC 9(06)     VALUE ZEROS.
       77 WRK-PAGTO-CRE    PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-GRUPO    PIC 9(02)     VALUE ZEROS.
       77 WRK-GR-IDX       PIC 9(02)     VALUE ZEROS.
       77 WRK-GR-ACHADO    PIC X(01)     VALUE 'N'.
       77 WRK-ELIM-FAT     PIC S9(12)V99 VALUE ZEROS.
       77 WRK-ELIM-PAG     PIC 9(12)V99  VALUE ZEROS.
       77 WRK-QTD-ELIMFAT  PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-ELIMPAG  PIC 9(05)     VALUE ZEROS.
       01 WRK-CONTA-TAB.
          02 WRK-CONTA-ITEM OCCURS 200 TIMES.
             03 WRK-CT-CONTA    PIC 9(06).
             03 WRK-CT-DEB      PIC 9(12)V99.
             03 WRK-CT-CRE      PIC 9(12)V99.
       01 WRK-GRUPO-TAB.
          02 WRK-GRUPO-ITEM OCCURS 20 TIMES.
             03 WRK-GR-CODIGO     PIC X(02).
             03 WRK-GR-CLIENTE    PIC X(05).
             03 WRK-GR-FORNECEDOR PIC X(05).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           DISPLAY ' EMPRESA DO BALANCETE (BRANCO=' WRK-CIA-EMPRESA
              ', CO=CONSOLIDADO)?'.
           ACCEPT WRK-EMPRESA-BAL.
           IF WRK-EMPRESA-BAL = SPACES
              MOVE WRK-CIA-EMPRESA TO WRK-EMPRESA-BAL
           END-IF.
           IF WRK-EMPRESA-BAL = 'CO'
              MOVE 'S' TO WRK-CONSOLIDADO
           END-IF.
           DISPLAY ' DATA INICIAL DO PERIODO (AAAAMMDD, '
              '0=TODAS)?'.
           ACCEPT WRK-DATA-INI.
           END-IF.
           OPEN OUTPUT ARQ-RELBAL.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-CONSOLIDADO = 'S'
              STRING 'BALANCETE DE VERIFICACAO CONSOLIDADO - '
                 'PERIODO ' WRK-DATA-INI ' A ' WRK-DATA-FIM
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              STRING 'BALANCETE DE VERIFICACAO - EMPRESA '
                 WRK-EMPRESA-BAL ' - PERIODO '
                 WRK-DATA-INI ' A ' WRK-DATA-FIM
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELBAL FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           PERFORM 0002-ACUMULARLANCTO
              UNTIL WRK-FS-LANCTOS = '10'.
           CLOSE ARQ-LANCTOS.
           IF WRK-CONSOLIDADO = 'S'
              PERFORM 0004-ELIMINARINTERCIA
           END-IF.
           PERFORM 0003-IMPRIMIRBALANCETE.
           CLOSE ARQ-RELBAL.
           DISPLAY 'LANCAMENTOS NO PERIODO: ' WRK-QTD-LIDOS.
              AT END
                 MOVE '10' TO WRK-FS-LANCTOS
              NOT AT END
                 MOVE REG-LC-EMPRESA TO WRK-EMPRESA-DOC
                 IF WRK-EMPRESA-DOC = SPACES
                    MOVE '01' TO WRK-EMPRESA-DOC
                 END-IF
                 IF REG-LC-DATA >= WRK-DATA-INI
                       AND REG-LC-DATA <= WRK-DATA-FIM
                       AND (REG-LC-TIPOLOTE NOT = 'O'
                          OR REG-LC-DATA = WRK-DATA-INI)
                       AND (WRK-CONSOLIDADO = 'S'
                          OR WRK-EMPRESA-DOC = WRK-EMPRESA-BAL)
                    ADD 1 TO WRK-QTD-LIDOS
                    MOVE REG-LC-CONTA TO WRK-AC-CONTA
                    MOVE REG-LC-DC TO WRK-AC-DC
                    MOVE REG-LC-VALOR TO WRK-AC-VALOR
                    PERFORM 0000-ACUMULARCONTA
                    IF REG-LC-CONTA = WRK-CONTA-DET
                       ADD 1 TO WRK-QTD-DET
                          ' EVENTO=' REG-LC-EVENTO
                          ' ' REG-LC-DC
                          ' VALOR=' REG-LC-VALOR
                          ' EMPRESA=' WRK-EMPRESA-DOC
                          DELIMITED BY SIZE INTO WRK-LINHA
                       WRITE REG-RELBAL FROM WRK-LINHA
                    END-IF
           PERFORM VARYING WRK-CONTA-IDX FROM 1 BY 1
                 UNTIL WRK-CONTA-IDX > WRK-QTD-CONTAS
                    OR WRK-CONTA-ACHADA = 'S'
              IF WRK-CT-CONTA(WRK-CONTA-IDX) = WRK-AC-CONTA
                 MOVE 'S' TO WRK-CONTA-ACHADA
              END-IF
           END-PERFORM.
              IF WRK-QTD-CONTAS < 200
                 ADD 1 TO WRK-QTD-CONTAS
                 MOVE WRK-QTD-CONTAS TO WRK-CONTA-IDX
                 MOVE WRK-AC-CONTA
                    TO WRK-CT-CONTA(WRK-CONTA-IDX)
                 MOVE ZEROS TO WRK-CT-DEB(WRK-CONTA-IDX)
                 MOVE ZEROS TO WRK-CT-CRE(WRK-CONTA-IDX)
           END-IF.
           IF WRK-CONTA-IDX >= 1
                 AND WRK-CONTA-IDX <= WRK-QTD-CONTAS
              IF WRK-AC-DC = 'D'
                 ADD WRK-AC-VALOR TO WRK-CT-DEB(WRK-CONTA-IDX)
                 ADD WRK-AC-VALOR TO WRK-TOT-DEB
              ELSE
                 ADD WRK-AC-VALOR TO WRK-CT-CRE(WRK-CONTA-IDX)
                 ADD WRK-AC-VALOR TO WRK-TOT-CRE
              END-IF
           END-IF.

                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELBAL FROM WRK-LINHA
           END-IF.

       0004-ELIMINARINTERCIA.
           PERFORM 0000-CARREGARGRUPO.
           PERFORM 0000-CARREGARMAPA.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELBAL FROM WRK-LINHA.
           MOVE 'ELIMINACOES ENTRE EMPRESAS DO GRUPO' TO WRK-LINHA.
           WRITE REG-RELBAL FROM WRK-LINHA.
           IF WRK-QTD-GRUPO < 2
              MOVE 'MENOS DE DUAS EMPRESAS NO CIAMF, NADA A ELIMINAR.'
                 TO WRK-LINHA
              WRITE REG-RELBAL FROM WRK-LINHA
           ELSE
              PERFORM 0000-ELIMINARFATURAS
              PERFORM 0000-ELIMINARPAGAMENTOS
           END-IF.

       0000-CARREGARGRUPO.
           MOVE ZEROS TO WRK-QTD-GRUPO.
           OPEN INPUT ARQ-EMPRESAS.
           IF WRK-FS-EMPRESAS = '00'
              MOVE LOW-VALUES TO REG-CI-CODIGO
              START ARQ-EMPRESAS KEY IS NOT LESS THAN REG-CI-CODIGO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-EMPRESAS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-EMPRESAS
              END-START
              PERFORM 0000-LEREMPRESAGRUPO
                 UNTIL WRK-FS-EMPRESAS = '10'
              CLOSE ARQ-EMPRESAS
           END-IF.

       0000-LEREMPRESAGRUPO.
           READ ARQ-EMPRESAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-EMPRESAS
              NOT AT END
                 IF WRK-QTD-GRUPO < 20
                    ADD 1 TO WRK-QTD-GRUPO
                    MOVE REG-CI-CODIGO
                       TO WRK-GR-CODIGO(WRK-QTD-GRUPO)
                    MOVE REG-CI-CLIENTE
                       TO WRK-GR-CLIENTE(WRK-QTD-GRUPO)
                    MOVE REG-CI-FORNECEDOR
                       TO WRK-GR-FORNECEDOR(WRK-QTD-GRUPO)
                 END-IF
           END-READ.

       0000-CARREGARMAPA.
           OPEN INPUT ARQ-CONTAMAP.
           IF WRK-FS-CONTAMAP = '00'
              PERFORM 0000-LERMAPA UNTIL WRK-FS-CONTAMAP = '10'
              CLOSE ARQ-CONTAMAP
           END-IF.

       0000-LERMAPA.
           READ ARQ-CONTAMAP
              AT END
                 MOVE '10' TO WRK-FS-CONTAMAP
              NOT AT END
                 EVALUATE REG-CM-EVENTO
                    WHEN 'FRETEFAT'
                       MOVE REG-CM-DEBITO TO WRK-FRETE-DEB
                       MOVE REG-CM-CREDITO TO WRK-FRETE-CRE
                    WHEN 'PAGTOS'
                       MOVE REG-CM-DEBITO TO WRK-PAGTO-DEB
                       MOVE REG-CM-CREDITO TO WRK-PAGTO-CRE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.

       0000-ELIMINARFATURAS.
           MOVE ZEROS TO WRK-ELIM-FAT WRK-QTD-ELIMFAT.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS = '00'
              MOVE ZEROS TO REG-FA-NUMERO
              START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-FATURAS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-FATURAS
              END-START
              PERFORM 0000-CONFERIRFATURA
                 UNTIL WRK-FS-FATURAS = '10'
              CLOSE ARQ-FATURAS
           END-IF.
           IF WRK-ELIM-FAT < 0
              COMPUTE WRK-AC-VALOR = 0 - WRK-ELIM-FAT
              MOVE WRK-FRETE-DEB TO WRK-AC-CONTA
              MOVE 'D' TO WRK-AC-DC
              PERFORM 0000-ACUMULARCONTA
              MOVE WRK-FRETE-CRE TO WRK-AC-CONTA
              MOVE 'C' TO WRK-AC-DC
              PERFORM 0000-ACUMULARCONTA
           END-IF.
           IF WRK-ELIM-FAT > 0
              MOVE WRK-ELIM-FAT TO WRK-AC-VALOR
              MOVE WRK-FRETE-CRE TO WRK-AC-CONTA
              MOVE 'D' TO WRK-AC-DC
              PERFORM 0000-ACUMULARCONTA
              MOVE WRK-FRETE-DEB TO WRK-AC-CONTA
              MOVE 'C' TO WRK-AC-DC
              PERFORM 0000-ACUMULARCONTA
           END-IF.
           MOVE WRK-ELIM-FAT TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FATURAS ENTRE EMPRESAS: ' WRK-QTD-ELIMFAT
              ' VALOR ELIMINADO=' WRK-SALDO-ED
              ' CONTAS ' WRK-FRETE-CRE '/' WRK-FRETE-DEB
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELBAL FROM WRK-LINHA.

       0000-CONFERIRFATURA.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 IF REG-FA-DATA >= WRK-DATA-INI
                       AND REG-FA-DATA <= WRK-DATA-FIM
                       AND REG-FA-STATUS NOT = 'E'
                       AND REG-FA-ORIGEM NOT = 'M'
                       AND REG-FA-ORIGEM NOT = 'V'
                       AND REG-FA-CLIENTE NOT = SPACES
                    MOVE REG-FA-EMPRESA TO WRK-EMPRESA-DOC
                    IF WRK-EMPRESA-DOC = SPACES
                       MOVE '01' TO WRK-EMPRESA-DOC
                    END-IF
                    MOVE 'N' TO WRK-GR-ACHADO
                    PERFORM VARYING WRK-GR-IDX FROM 1 BY 1
                          UNTIL WRK-GR-IDX > WRK-QTD-GRUPO
                             OR WRK-GR-ACHADO = 'S'
                       IF WRK-GR-CLIENTE(WRK-GR-IDX) = REG-FA-CLIENTE
                             AND WRK-GR-CODIGO(WRK-GR-IDX)
                                NOT = WRK-EMPRESA-DOC
                          MOVE 'S' TO WRK-GR-ACHADO
                       END-IF
                    END-PERFORM
                    IF WRK-GR-ACHADO = 'S'
                       ADD 1 TO WRK-QTD-ELIMFAT
                       IF REG-FA-TIPO = 'C'
                          SUBTRACT REG-FA-TOTAL FROM WRK-ELIM-FAT
                       ELSE
                          ADD REG-FA-TOTAL TO WRK-ELIM-FAT
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0000-ELIMINARPAGAMENTOS.
           MOVE ZEROS TO WRK-ELIM-PAG WRK-QTD-ELIMPAG.
           IF WRK-PAGTO-DEB = 0 OR WRK-PAGTO-CRE = 0
              MOVE 'EVENTO PAGTOS SEM CONTAS NO CONTAMAP, PAGAMENTOS '
                 TO WRK-LINHA
              WRITE REG-RELBAL FROM WRK-LINHA
              MOVE 'ENTRE EMPRESAS NAO ELIMINADOS.' TO WRK-LINHA
              WRITE REG-RELBAL FROM WRK-LINHA
           ELSE
              OPEN INPUT ARQ-PAGAR
              IF WRK-FS-PAGAR = '00'
                 MOVE ZEROS TO REG-AP-NUMERO
                 START ARQ-PAGAR KEY IS NOT LESS THAN REG-AP-NUMERO
                    INVALID KEY
                       MOVE '10' TO WRK-FS-PAGAR
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-PAGAR
                 END-START
                 PERFORM 0000-CONFERIRPAGTO
                    UNTIL WRK-FS-PAGAR = '10'
                 CLOSE ARQ-PAGAR
              END-IF
              IF WRK-ELIM-PAG > 0
                 MOVE WRK-ELIM-PAG TO WRK-AC-VALOR
                 MOVE WRK-PAGTO-CRE TO WRK-AC-CONTA
                 MOVE 'D' TO WRK-AC-DC
                 PERFORM 0000-ACUMULARCONTA
                 MOVE WRK-PAGTO-DEB TO WRK-AC-CONTA
                 MOVE 'C' TO WRK-AC-DC
                 PERFORM 0000-ACUMULARCONTA
              END-IF
              MOVE WRK-ELIM-PAG TO WRK-SALDO-ED
              MOVE SPACES TO WRK-LINHA
              STRING 'PAGAMENTOS ENTRE EMPRESAS: ' WRK-QTD-ELIMPAG
                 ' VALOR ELIMINADO=' WRK-SALDO-ED
                 ' CONTAS ' WRK-PAGTO-CRE '/' WRK-PAGTO-DEB
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELBAL FROM WRK-LINHA
           END-IF.

       0000-CONFERIRPAGTO.
           READ ARQ-PAGAR NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PAGAR
              NOT AT END
                 IF REG-AP-STATUS = 'P'
                       AND REG-AP-DATAPAGTO >= WRK-DATA-INI
                       AND REG-AP-DATAPAGTO <= WRK-DATA-FIM
                       AND REG-AP-ORIGEM NOT = 'R'
                       AND REG-AP-ORIGEM NOT = 'F'
                    MOVE REG-AP-EMPRESA TO WRK-EMPRESA-DOC
                    IF WRK-EMPRESA-DOC = SPACES
                       MOVE '01' TO WRK-EMPRESA-DOC
                    END-IF
                    MOVE 'N' TO WRK-GR-ACHADO
                    PERFORM VARYING WRK-GR-IDX FROM 1 BY 1
                          UNTIL WRK-GR-IDX > WRK-QTD-GRUPO
                             OR WRK-GR-ACHADO = 'S'
                       IF WRK-GR-FORNECEDOR(WRK-GR-IDX)
                                = REG-AP-FORNECEDOR
                             AND WRK-GR-FORNECEDOR(WRK-GR-IDX)
                                NOT = SPACES
                             AND WRK-GR-CODIGO(WRK-GR-IDX)
                                NOT = WRK-EMPRESA-DOC
                          MOVE 'S' TO WRK-GR-ACHADO
                       END-IF
                    END-PERFORM
                    IF WRK-GR-ACHADO = 'S'
                       ADD 1 TO WRK-QTD-ELIMPAG
                       ADD REG-AP-VALORPAGO TO WRK-ELIM-PAG
                    END-IF
                 END-IF
           END-READ.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE SPACES TO WRK-CIA-NOMEARQ.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-CIA-NOMEARQ WRK-CIA-VALIDO.
