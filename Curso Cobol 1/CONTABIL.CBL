           SELECT ARQ-LANCTOS ASSIGN TO "LANCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCTOS.
           SELECT ARQ-PERIODOS ASSIGN TO WRK-NOME-PERCONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODOS.
           SELECT ARQ-OPERADORES ASSIGN TO "OPERMF.DAT"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OP-ID
               FILE STATUS IS WRK-FS-OPERADORES.
           SELECT ARQ-CHECKLIST ASSIGN TO WRK-NOME-FECHMF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FM-CHAVE
               FILE STATUS IS WRK-FS-CHECKLIST.
           SELECT ARQ-RELERRO ASSIGN TO "CONTAERR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELERRO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PL-CONTA
               FILE STATUS IS WRK-FS-PLANO.
           SELECT ARQ-MOVCREDITO ASSIGN TO "CREDMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVCREDITO.
           SELECT ARQ-PDDHIST ASSIGN TO "PDDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PDDHIST.
           SELECT ARQ-PDDMOV ASSIGN TO "PDDMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PDDMOV.
           SELECT ARQ-CUSTOMOV ASSIGN TO "CUSTOMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CUSTOMOV.
           SELECT ARQ-CONCBCO ASSIGN TO "CONCBCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-BC-CHAVE
               FILE STATUS IS WRK-FS-CONCBCO.
           SELECT ARQ-ENCARGOS ASSIGN TO "ENCFOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENCARGOS.
           SELECT ARQ-REEMBOLSOS ASSIGN TO "REEMBMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-RE-NUMERO
               FILE STATUS IS WRK-FS-REEMBOLSOS.
           SELECT ARQ-MOVPROV ASSIGN TO "PROVFMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVPROV.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTAMAP.
       COPY JRNREG.
       FD ARQ-LANCTOS.
       01 REG-LANCTO.
       COPY LCTREG.
       FD ARQ-PERIODOS.
       01 REG-PERIODO.
          02 REG-PC-COMPETENCIA PIC 9(06).
          02 REG-PC-STATUS      PIC X(01).
          02 REG-PC-EXTRAIDO    PIC X(01).
       FD ARQ-CHECKLIST.
       01 REG-CHECKLIST.
       COPY FMEREG.
       FD ARQ-OPERADORES.
       01 REG-OPERADOR.
       COPY OPERREG.
          02 REG-PL-DESCRICAO  PIC X(30).
          02 REG-PL-TIPO       PIC X(01).
          02 REG-PL-STATUS     PIC X(01).
       FD ARQ-MOVCREDITO.
       01 REG-MOVCREDITO.
       COPY MCRREG.
       FD ARQ-PDDHIST.
       01 REG-PDDHIST.
       COPY PDHREG.
       FD ARQ-PDDMOV.
       01 REG-PDDMOV.
       COPY PDDREG.
       FD ARQ-CUSTOMOV.
       01 REG-CUSTOMOV.
       COPY CMVREG.
       FD ARQ-CONCBCO.
       01 REG-CONCBCO.
       COPY CBCREG.
       FD ARQ-ENCARGOS.
       01 REG-ENCARGO.
       COPY ENCREG.
       FD ARQ-MOVPROV.
       01 REG-MOVPROV.
       COPY PVMREG.
       FD ARQ-REEMBOLSOS.
       01 REG-REEMBOLSO.
       COPY REEREG.
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
       77 WRK-TOTAL-MENS   PIC 9(11)V99  VALUE ZEROS.
       77 WRK-FS-PAGAR     PIC X(02)     VALUE ZEROS.
       77 WRK-TOTAL-PAGTOS PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOTAL-RETENCAO PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-RECOLHTR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FS-MOVCREDITO PIC X(02)    VALUE ZEROS.
       77 WRK-TOTAL-CREDREC PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDAPL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDDEV PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FS-PDDHIST   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PDDMOV    PIC X(02)     VALUE ZEROS.
       77 WRK-TOTAL-PDDCONST PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-PDDREVER PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-PERDA  PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOTAL-RECPERDA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FS-CUSTOMOV  PIC X(02)     VALUE ZEROS.
       77 WRK-TOTAL-ESTCOMPR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CMV    PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOTAL-CMVDEV PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOTAL-ESTPERDA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-ESTSOBRA PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FS-CONCBCO   PIC X(02)     VALUE ZEROS.
       77 WRK-TOTAL-TARBANC PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-TAREST PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOTAL-JURREC PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOTAL-JURPAG PIC 9(11)V99  VALUE ZEROS.
       77 WRK-FS-ENCARGOS  PIC X(02)     VALUE ZEROS.
       77 WRK-TOTAL-RECOLENC PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-REEMPAG PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-REEMFOL PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CCUSTO       PIC X(04)     VALUE SPACES.
       77 WRK-QTD-ECC      PIC 9(02)     VALUE ZEROS.
       77 WRK-ECC-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-ECC-ACHADO   PIC X(01)     VALUE 'N'.
       01 WRK-ECC-TAB.
          02 WRK-ECC-ITEM OCCURS 20 TIMES.
             03 WRK-ECC-COD     PIC X(04).
             03 WRK-ECC-FGTS    PIC 9(10)V99.
             03 WRK-ECC-INSS    PIC 9(10)V99.
             03 WRK-ECC-INSSSEG PIC 9(10)V99.
       77 WRK-FS-MOVPROV   PIC X(02)     VALUE ZEROS.
       77 WRK-QTD-PCC      PIC 9(02)     VALUE ZEROS.
       77 WRK-PCC-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-PEV-IDX      PIC 9(02)     VALUE ZEROS.
       01 WRK-PCC-TAB.
          02 WRK-PCC-ITEM OCCURS 20 TIMES.
             03 WRK-PCC-COD     PIC X(04).
             03 WRK-PCC-VALOR   PIC 9(10)V99 OCCURS 11 TIMES.
       01 WRK-PEV-NOMES.
          02 FILLER           PIC X(08) VALUE 'PROV13'.
          02 FILLER           PIC X(08) VALUE 'REV13'.
          02 FILLER           PIC X(08) VALUE 'PROVFER'.
          02 FILLER           PIC X(08) VALUE 'REVFER'.
          02 FILLER           PIC X(08) VALUE 'PROVENC'.
          02 FILLER           PIC X(08) VALUE 'REVENC'.
          02 FILLER           PIC X(08) VALUE 'BAIXA13'.
          02 FILLER           PIC X(08) VALUE 'BAIXAFER'.
          02 FILLER           PIC X(08) VALUE 'BAIXAENC'.
          02 FILLER           PIC X(08) VALUE 'PAGTO13'.
          02 FILLER           PIC X(08) VALUE 'PAGTOFER'.
       01 WRK-PEV-TAB REDEFINES WRK-PEV-NOMES.
          02 WRK-PEV-EVENTO   PIC X(08) OCCURS 11 TIMES.
       77 WRK-FS-REEMBOLSOS PIC X(02)    VALUE ZEROS.
       77 WRK-QTD-RBC      PIC 9(02)     VALUE ZEROS.
       77 WRK-RBC-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-RBC-ACHADO   PIC X(01)     VALUE 'N'.
       01 WRK-RBC-TAB.
          02 WRK-RBC-ITEM OCCURS 40 TIMES.
             03 WRK-RBC-CAT     PIC X(04).
             03 WRK-RBC-CC      PIC X(04).
             03 WRK-RBC-VALOR   PIC 9(10)V99.
       01 WRK-DATAAPROV.
          02 WRK-DA-ANO     PIC 9(04).
          02 WRK-DA-MES     PIC 9(02).
          02 WRK-DA-DIA     PIC 9(02).
       01 WRK-DATAPAGTO.
          02 WRK-DG-ANO     PIC 9(04).
          02 WRK-DG-MES     PIC 9(02).
       77 WRK-CREDITO      PIC 9(06)     VALUE ZEROS.
       77 WRK-MAP-ACHADO   PIC X(01)     VALUE 'N'.
       01 WRK-MAP-TAB.
          02 WRK-MAP-ITEM OCCURS 42 TIMES.
             03 WRK-MAP-EVENTO  PIC X(08).
             03 WRK-MAP-DEBITO  PIC 9(06).
             03 WRK-MAP-CREDITO PIC 9(06).
       77 WRK-QTD-ERROS    PIC 9(03)     VALUE ZEROS.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-STATUS-NOVO  PIC X(01)     VALUE SPACES.
       77 WRK-FS-CHECKLIST PIC X(02)     VALUE ZEROS.
       77 WRK-CHECKLIST-OK PIC X(01)     VALUE 'N'.
       77 WRK-QTD-ETAPAS   PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-ETAPAPEND PIC 9(02)    VALUE ZEROS.
       77 WRK-FS-PLANO     PIC X(02)     VALUE ZEROS.
       77 WRK-PLANOMF-OK   PIC X(01)     VALUE 'N'.
       77 WRK-CONTA-CHK    PIC 9(06)     VALUE ZEROS.
             03 WRK-PER-SIT     PIC X(01).
             03 WRK-PER-EXT     PIC X(01).
       01 WRK-LANC-TAB.
          02 WRK-LANC-ITEM OCCURS 600 TIMES.
             03 WRK-LN-EVENTO   PIC X(08).
             03 WRK-LN-CONTA    PIC 9(06).
             03 WRK-LN-DC       PIC X(01).
             03 WRK-LN-VALOR    PIC 9(11)V99.
             03 WRK-LN-FILIAL   PIC X(02).
             03 WRK-LN-CCUSTO   PIC X(04).
       77 WRK-FS-JORNAL    PIC X(02)     VALUE ZEROS.
       77 WRK-FILIAL       PIC X(02)     VALUE SPACES.
       77 WRK-QTD-FIL      PIC 9(02)     VALUE ZEROS.
       77 WRK-FIL-BUSCA    PIC X(02)     VALUE SPACES.
       77 WRK-FIL-SOMA     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-JORNAL-TEM   PIC X(01)     VALUE 'N'.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-NOME-PERCONT PIC X(12)     VALUE 'PERCONT.DAT'.
       77 WRK-NOME-FECHMF  PIC X(12)     VALUE 'FECHMF.DAT'.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-EMPRESA-LANC PIC X(02)     VALUE SPACES.
       01 WRK-FIL-TAB.
          02 WRK-FIL-ITEM OCCURS 10 TIMES.
             03 WRK-FIL-COD     PIC X(02).

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           DISPLAY ' OPCAO (1=EXTRAIR LANCAMENTOS '
              OPEN OUTPUT ARQ-RELERRO
              MOVE SPACES TO WRK-LINHA
              STRING 'ERROS DA EXTRACAO CONTABIL - COMPETENCIA '
                 WRK-COMPETENCIA ' - EMPRESA ' WRK-CIA-EMPRESA
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELERRO FROM WRK-LINHA
              PERFORM 0003-EXTRAIRFOLHA
              PERFORM 0004-EXTRAIRFRETE
              PERFORM 0010-EXTRAIRPAGAMENTOS
              PERFORM 0015-EXTRAIRPROVISOES
              PERFORM 0016-EXTRAIRREEMBOLSOS
              IF WRK-CIA-EMPRESA = '01'
                 PERFORM 0002-EXTRAIRVENDAS
                 PERFORM 0011-EXTRAIRCREDITOS
                 PERFORM 0012-EXTRAIRPERDAS
                 PERFORM 0013-EXTRAIRCUSTOS
                 PERFORM 0014-EXTRAIRBANCO
              END-IF
              IF WRK-TOTAL-DEB NOT = WRK-TOTAL-CRE
                 MOVE 'N' TO WRK-LOTE-OK
                 ADD 1 TO WRK-QTD-ERROS
       0006-CONFERIRCOMPETENCIA.
           MOVE 'S' TO WRK-PODE-EXTRAIR.
           PERFORM 0000-LOCALIZARPERIODO.
           IF WRK-PER-STATUS = 'F' OR WRK-PER-STATUS = 'E'
              DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                 ' FECHADA, EXTRACAO RECUSADA.'
              MOVE 'N' TO WRK-PODE-EXTRAIR
              MOVE WRK-LN-DC(WRK-LANC-IDX) TO REG-LC-DC
              MOVE WRK-LN-VALOR(WRK-LANC-IDX) TO REG-LC-VALOR
              MOVE WRK-LN-FILIAL(WRK-LANC-IDX) TO REG-LC-FILIAL
              MOVE 'A' TO REG-LC-TIPOLOTE
              MOVE WRK-LN-CCUSTO(WRK-LANC-IDX) TO REG-LC-CCUSTO
              MOVE WRK-CIA-EMPRESA TO REG-LC-EMPRESA
              WRITE REG-LANCTO
           END-PERFORM.
           CLOSE ARQ-LANCTOS.
                    MOVE ZEROS TO WRK-PER-IDX
                 END-IF
              END-IF
              IF WRK-PER-IDX >= 1 AND WRK-PER-IDX <= WRK-QTD-PER
                    AND WRK-PER-SIT(WRK-PER-IDX) = 'E'
                 DISPLAY 'COMPETENCIA DE EXERCICIO ENCERRADO, '
                    'AJUSTE NAO PERMITIDO.'
                 MOVE ZEROS TO WRK-PER-IDX
              END-IF
              IF WRK-PER-IDX >= 1 AND WRK-PER-IDX <= WRK-QTD-PER
                    AND WRK-STATUS-NOVO = 'F'
                 PERFORM 0000-CONFERIRCHECKLIST
                 IF WRK-CHECKLIST-OK = 'N'
                    DISPLAY 'FECHAMENTO RECUSADO: CHECKLIST DO '
                       'FECHAMENTO MENSAL INCOMPLETO (FECHAMES).'
                    MOVE ZEROS TO WRK-PER-IDX
                 END-IF
              END-IF
              IF WRK-PER-IDX >= 1 AND WRK-PER-IDX <= WRK-QTD-PER
                 EVALUATE WRK-STATUS-NOVO
                    WHEN 'A'
              END-IF
           END-IF.

       0000-CONFERIRCHECKLIST.
           MOVE 'N' TO WRK-CHECKLIST-OK.
           MOVE ZEROS TO WRK-QTD-ETAPAS WRK-QTD-ETAPAPEND.
           OPEN INPUT ARQ-CHECKLIST.
           IF WRK-FS-CHECKLIST = '00'
              MOVE WRK-COMPETENCIA TO REG-FM-COMPETENCIA
              MOVE ZEROS TO REG-FM-ETAPA
              START ARQ-CHECKLIST KEY IS NOT LESS THAN REG-FM-CHAVE
                 INVALID KEY
                    MOVE '10' TO WRK-FS-CHECKLIST
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-CHECKLIST
              END-START
              PERFORM 0000-LERETAPACHECK
                 UNTIL WRK-FS-CHECKLIST = '10'
              CLOSE ARQ-CHECKLIST
           END-IF.
           IF WRK-QTD-ETAPAS > 0 AND WRK-QTD-ETAPAPEND = 0
              MOVE 'S' TO WRK-CHECKLIST-OK
           END-IF.
           IF WRK-QTD-ETAPAS = 0
              DISPLAY 'CHECKLIST DA COMPETENCIA ' WRK-COMPETENCIA
                 ' NAO INICIADO.'
           END-IF.

       0000-LERETAPACHECK.
           READ ARQ-CHECKLIST NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CHECKLIST
              NOT AT END
                 IF REG-FM-COMPETENCIA NOT = WRK-COMPETENCIA
                    MOVE '10' TO WRK-FS-CHECKLIST
                 ELSE
                    ADD 1 TO WRK-QTD-ETAPAS
                    IF REG-FM-FINAL NOT = 'S'
                          AND REG-FM-SITUACAO NOT = 'C'
                          AND REG-FM-SITUACAO NOT = 'D'
                       ADD 1 TO WRK-QTD-ETAPAPEND
                       DISPLAY 'ETAPA ' REG-FM-ETAPA ' '
                          REG-FM-PROGRAMA ' PENDENTE (SITUACAO='
                          REG-FM-SITUACAO ').'
                    END-IF
                 END-IF
           END-READ.

       0000-CONFERIRLOTE.
           MOVE 'N' TO WRK-LOTE-JAEXISTE.
           OPEN INPUT ARQ-LANCTOS.
              AT END
                 MOVE '10' TO WRK-FS-LANCTOS
              NOT AT END
                 MOVE REG-LC-EMPRESA TO WRK-EMPRESA-LANC
                 IF WRK-EMPRESA-LANC = SPACES
                    MOVE '01' TO WRK-EMPRESA-LANC
                 END-IF
                 IF WRK-EMPRESA-LANC = WRK-CIA-EMPRESA
                    IF REG-LC-LOTE = WRK-LOTE
                          AND (REG-LC-TIPOLOTE = 'A'
                             OR REG-LC-TIPOLOTE = SPACE)
                       MOVE 'S' TO WRK-LOTE-JAEXISTE
                       MOVE '10' TO WRK-FS-LANCTOS
                    END-IF
                 END-IF
           END-READ.

              AT END
                 MOVE '10' TO WRK-FS-CONTAMAP
              NOT AT END
                 IF WRK-QTD-MAP < 42
                    ADD 1 TO WRK-QTD-MAP
                    MOVE REG-CM-EVENTO
                       TO WRK-MAP-EVENTO(WRK-QTD-MAP)
           END-READ.

       0000-MAPAPADRAO.
           MOVE 42 TO WRK-QTD-MAP.
           MOVE 'VENDAS'   TO WRK-MAP-EVENTO(1).
           MOVE 112001     TO WRK-MAP-DEBITO(1).
           MOVE 311001     TO WRK-MAP-CREDITO(1).
           MOVE 'FRETEFAT' TO WRK-MAP-EVENTO(3).
           MOVE 112002     TO WRK-MAP-DEBITO(3).
           MOVE 312001     TO WRK-MAP-CREDITO(3).
           MOVE 'CREDREC'  TO WRK-MAP-EVENTO(4).
           MOVE 111001     TO WRK-MAP-DEBITO(4).
           MOVE 213001     TO WRK-MAP-CREDITO(4).
           MOVE 'CREDAPL'  TO WRK-MAP-EVENTO(5).
           MOVE 213001     TO WRK-MAP-DEBITO(5).
           MOVE 112002     TO WRK-MAP-CREDITO(5).
           MOVE 'CREDDEV'  TO WRK-MAP-EVENTO(6).
           MOVE 213001     TO WRK-MAP-DEBITO(6).
           MOVE 111001     TO WRK-MAP-CREDITO(6).
           MOVE 'PDDCONST' TO WRK-MAP-EVENTO(7).
           MOVE 414001     TO WRK-MAP-DEBITO(7).
           MOVE 112009     TO WRK-MAP-CREDITO(7).
           MOVE 'PDDREVER' TO WRK-MAP-EVENTO(8).
           MOVE 112009     TO WRK-MAP-DEBITO(8).
           MOVE 414001     TO WRK-MAP-CREDITO(8).
           MOVE 'PERDA'    TO WRK-MAP-EVENTO(9).
           MOVE 112009     TO WRK-MAP-DEBITO(9).
           MOVE 112002     TO WRK-MAP-CREDITO(9).
           MOVE 'RECPERDA' TO WRK-MAP-EVENTO(10).
           MOVE 111001     TO WRK-MAP-DEBITO(10).
           MOVE 314001     TO WRK-MAP-CREDITO(10).
           MOVE 'ESTCOMPR' TO WRK-MAP-EVENTO(11).
           MOVE 113001     TO WRK-MAP-DEBITO(11).
           MOVE 212001     TO WRK-MAP-CREDITO(11).
           MOVE 'CMV'      TO WRK-MAP-EVENTO(12).
           MOVE 412001     TO WRK-MAP-DEBITO(12).
           MOVE 113001     TO WRK-MAP-CREDITO(12).
           MOVE 'CMVDEV'   TO WRK-MAP-EVENTO(13).
           MOVE 113001     TO WRK-MAP-DEBITO(13).
           MOVE 412001     TO WRK-MAP-CREDITO(13).
           MOVE 'ESTPERDA' TO WRK-MAP-EVENTO(14).
           MOVE 413001     TO WRK-MAP-DEBITO(14).
           MOVE 113001     TO WRK-MAP-CREDITO(14).
           MOVE 'ESTSOBRA' TO WRK-MAP-EVENTO(15).
           MOVE 113001     TO WRK-MAP-DEBITO(15).
           MOVE 413001     TO WRK-MAP-CREDITO(15).
           MOVE 'RETENCAO' TO WRK-MAP-EVENTO(16).
           MOVE 212001     TO WRK-MAP-DEBITO(16).
           MOVE 214001     TO WRK-MAP-CREDITO(16).
           MOVE 'RECOLHTR' TO WRK-MAP-EVENTO(17).
           MOVE 214001     TO WRK-MAP-DEBITO(17).
           MOVE 111001     TO WRK-MAP-CREDITO(17).
           MOVE 'TARBANC'  TO WRK-MAP-EVENTO(18).
           MOVE 415001     TO WRK-MAP-DEBITO(18).
           MOVE 111001     TO WRK-MAP-CREDITO(18).
           MOVE 'TAREST'   TO WRK-MAP-EVENTO(19).
           MOVE 111001     TO WRK-MAP-DEBITO(19).
           MOVE 415001     TO WRK-MAP-CREDITO(19).
           MOVE 'JURREC'   TO WRK-MAP-EVENTO(20).
           MOVE 111001     TO WRK-MAP-DEBITO(20).
           MOVE 315001     TO WRK-MAP-CREDITO(20).
           MOVE 'JURPAG'   TO WRK-MAP-EVENTO(21).
           MOVE 416001     TO WRK-MAP-DEBITO(21).
           MOVE 111001     TO WRK-MAP-CREDITO(21).
           MOVE 'ENCFGTS'  TO WRK-MAP-EVENTO(22).
           MOVE 411002     TO WRK-MAP-DEBITO(22).
           MOVE 211002     TO WRK-MAP-CREDITO(22).
           MOVE 'ENCINSS'  TO WRK-MAP-EVENTO(23).
           MOVE 411003     TO WRK-MAP-DEBITO(23).
           MOVE 211002     TO WRK-MAP-CREDITO(23).
           MOVE 'INSSRET'  TO WRK-MAP-EVENTO(24).
           MOVE 211001     TO WRK-MAP-DEBITO(24).
           MOVE 211002     TO WRK-MAP-CREDITO(24).
           MOVE 'RECOLENC' TO WRK-MAP-EVENTO(25).
           MOVE 211002     TO WRK-MAP-DEBITO(25).
           MOVE 111001     TO WRK-MAP-CREDITO(25).
           MOVE 'PROV13'   TO WRK-MAP-EVENTO(26).
           MOVE 411005     TO WRK-MAP-DEBITO(26).
           MOVE 211003     TO WRK-MAP-CREDITO(26).
           MOVE 'REV13'    TO WRK-MAP-EVENTO(27).
           MOVE 211003     TO WRK-MAP-DEBITO(27).
           MOVE 411005     TO WRK-MAP-CREDITO(27).
           MOVE 'PROVFER'  TO WRK-MAP-EVENTO(28).
           MOVE 411006     TO WRK-MAP-DEBITO(28).
           MOVE 211004     TO WRK-MAP-CREDITO(28).
           MOVE 'REVFER'   TO WRK-MAP-EVENTO(29).
           MOVE 211004     TO WRK-MAP-DEBITO(29).
           MOVE 411006     TO WRK-MAP-CREDITO(29).
           MOVE 'PROVENC'  TO WRK-MAP-EVENTO(30).
           MOVE 411007     TO WRK-MAP-DEBITO(30).
           MOVE 211005     TO WRK-MAP-CREDITO(30).
           MOVE 'REVENC'   TO WRK-MAP-EVENTO(31).
           MOVE 211005     TO WRK-MAP-DEBITO(31).
           MOVE 411007     TO WRK-MAP-CREDITO(31).
           MOVE 'BAIXA13'  TO WRK-MAP-EVENTO(32).
           MOVE 211003     TO WRK-MAP-DEBITO(32).
           MOVE 211001     TO WRK-MAP-CREDITO(32).
           MOVE 'BAIXAFER' TO WRK-MAP-EVENTO(33).
           MOVE 211004     TO WRK-MAP-DEBITO(33).
           MOVE 211001     TO WRK-MAP-CREDITO(33).
           MOVE 'BAIXAENC' TO WRK-MAP-EVENTO(34).
           MOVE 211005     TO WRK-MAP-DEBITO(34).
           MOVE 211002     TO WRK-MAP-CREDITO(34).
           MOVE 'PAGTO13'  TO WRK-MAP-EVENTO(35).
           MOVE 411005     TO WRK-MAP-DEBITO(35).
           MOVE 211001     TO WRK-MAP-CREDITO(35).
           MOVE 'PAGTOFER' TO WRK-MAP-EVENTO(36).
           MOVE 411006     TO WRK-MAP-DEBITO(36).
           MOVE 211001     TO WRK-MAP-CREDITO(36).
           MOVE 'REEMVIAG' TO WRK-MAP-EVENTO(37).
           MOVE 417001     TO WRK-MAP-DEBITO(37).
           MOVE 211006     TO WRK-MAP-CREDITO(37).
           MOVE 'REEMREFE' TO WRK-MAP-EVENTO(38).
           MOVE 417002     TO WRK-MAP-DEBITO(38).
           MOVE 211006     TO WRK-MAP-CREDITO(38).
           MOVE 'REEMCOMB' TO WRK-MAP-EVENTO(39).
           MOVE 417003     TO WRK-MAP-DEBITO(39).
           MOVE 211006     TO WRK-MAP-CREDITO(39).
           MOVE 'REEMOUTR' TO WRK-MAP-EVENTO(40).
           MOVE 417004     TO WRK-MAP-DEBITO(40).
           MOVE 211006     TO WRK-MAP-CREDITO(40).
           MOVE 'REEMPAG'  TO WRK-MAP-EVENTO(41).
           MOVE 211006     TO WRK-MAP-DEBITO(41).
           MOVE 111001     TO WRK-MAP-CREDITO(41).
           MOVE 'REEMFOL'  TO WRK-MAP-EVENTO(42).
           MOVE 211006     TO WRK-MAP-DEBITO(42).
           MOVE 211001     TO WRK-MAP-CREDITO(42).

       0000-LOCALIZARMAPA.
           MOVE 'N' TO WRK-MAP-ACHADO.
                       TO WRK-LN-VALOR(WRK-QTD-LANC)
                    MOVE WRK-FILIAL
                       TO WRK-LN-FILIAL(WRK-QTD-LANC)
                    MOVE WRK-CCUSTO
                       TO WRK-LN-CCUSTO(WRK-QTD-LANC)
                    ADD WRK-VALOR TO WRK-TOTAL-DEB
                    ADD 1 TO WRK-QTD-LANC
                    MOVE WRK-EVENTO
                       TO WRK-LN-VALOR(WRK-QTD-LANC)
                    MOVE WRK-FILIAL
                       TO WRK-LN-FILIAL(WRK-QTD-LANC)
                    MOVE WRK-CCUSTO
                       TO WRK-LN-CCUSTO(WRK-QTD-LANC)
                    ADD WRK-VALOR TO WRK-TOTAL-CRE
              END-EVALUATE
           END-IF.
              MOVE WRK-TOTAL-FOLHA TO WRK-VALOR
              PERFORM 0000-GRAVARPARTIDA
           END-IF.
           PERFORM 0000-EXTRAIRENCARGOS.

       0000-EXTRAIRENCARGOS.
           MOVE ZEROS TO WRK-QTD-ECC.
           OPEN INPUT ARQ-ENCARGOS.
           IF WRK-FS-ENCARGOS = '00'
              PERFORM 0000-SOMARENCARGO
                 UNTIL WRK-FS-ENCARGOS = '10'
              CLOSE ARQ-ENCARGOS
              PERFORM VARYING WRK-ECC-IDX FROM 1 BY 1
                    UNTIL WRK-ECC-IDX > WRK-QTD-ECC
                 MOVE WRK-ECC-COD(WRK-ECC-IDX) TO WRK-CCUSTO
                 MOVE 'ENCFGTS' TO WRK-EVENTO
                 MOVE WRK-ECC-FGTS(WRK-ECC-IDX) TO WRK-VALOR
                 PERFORM 0000-GRAVARPARTIDA
                 MOVE 'ENCINSS' TO WRK-EVENTO
                 MOVE WRK-ECC-INSS(WRK-ECC-IDX) TO WRK-VALOR
                 PERFORM 0000-GRAVARPARTIDA
                 MOVE 'INSSRET' TO WRK-EVENTO
                 MOVE WRK-ECC-INSSSEG(WRK-ECC-IDX) TO WRK-VALOR
                 PERFORM 0000-GRAVARPARTIDA
              END-PERFORM
              MOVE SPACES TO WRK-CCUSTO
           END-IF.

       0000-SOMARENCARGO.
           READ ARQ-ENCARGOS
              AT END
                 MOVE '10' TO WRK-FS-ENCARGOS
              NOT AT END
                 MOVE REG-EN-EMPRESA TO WRK-EMPRESA-LANC
                 IF WRK-EMPRESA-LANC = SPACES
                    MOVE '01' TO WRK-EMPRESA-LANC
                 END-IF
                 IF REG-EN-COMPETENCIA = WRK-COMPETENCIA
                       AND WRK-EMPRESA-LANC = WRK-CIA-EMPRESA
                    MOVE 'N' TO WRK-ECC-ACHADO
                    PERFORM VARYING WRK-ECC-IDX FROM 1 BY 1
                          UNTIL WRK-ECC-IDX > WRK-QTD-ECC
                             OR WRK-ECC-ACHADO = 'S'
                       IF WRK-ECC-COD(WRK-ECC-IDX) = REG-EN-CCUSTO
                          MOVE 'S' TO WRK-ECC-ACHADO
                       END-IF
                    END-PERFORM
                    IF WRK-ECC-ACHADO = 'S'
                       SUBTRACT 1 FROM WRK-ECC-IDX
                    ELSE
                       IF WRK-QTD-ECC < 20
                          ADD 1 TO WRK-QTD-ECC
                          MOVE WRK-QTD-ECC TO WRK-ECC-IDX
                          MOVE REG-EN-CCUSTO
                             TO WRK-ECC-COD(WRK-ECC-IDX)
                          MOVE ZEROS TO WRK-ECC-FGTS(WRK-ECC-IDX)
                             WRK-ECC-INSS(WRK-ECC-IDX)
                             WRK-ECC-INSSSEG(WRK-ECC-IDX)
                       ELSE
                          MOVE ZEROS TO WRK-ECC-IDX
                       END-IF
                    END-IF
                    IF WRK-ECC-IDX >= 1 AND WRK-ECC-IDX <= WRK-QTD-ECC
                       ADD REG-EN-FGTS TO WRK-ECC-FGTS(WRK-ECC-IDX)
                       ADD REG-EN-INSSEMP REG-EN-RAT REG-EN-TERCEIROS
                          TO WRK-ECC-INSS(WRK-ECC-IDX)
                       ADD REG-EN-INSSSEG
                          TO WRK-ECC-INSSSEG(WRK-ECC-IDX)
                    END-IF
                 END-IF
           END-READ.

       0000-SOMARFOLHA.
           READ ARQ-FUNCIONARIOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FUNCIONARIOS
              NOT AT END
                 MOVE REG-FU-EMPRESA TO WRK-EMPRESA-LANC
                 IF WRK-EMPRESA-LANC = SPACES
                    MOVE '01' TO WRK-EMPRESA-LANC
                 END-IF
                 IF WRK-EMPRESA-LANC = WRK-CIA-EMPRESA
                    IF REG-FU-STATUS NOT = 'D'
                       ADD REG-FU-SALARIO TO WRK-TOTAL-FOLHA
                    END-IF
                 END-IF
           END-READ.

              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 MOVE REG-FA-EMPRESA TO WRK-EMPRESA-LANC
                 IF WRK-EMPRESA-LANC = SPACES
                    MOVE '01' TO WRK-EMPRESA-LANC
                 END-IF
                 IF WRK-EMPRESA-LANC = WRK-CIA-EMPRESA
                    MOVE REG-FA-DATA TO WRK-DATAFATURA
                    IF WRK-DF-ANO = WRK-ANO-COMP
                          AND WRK-DF-MES = WRK-MES-COMP
                          AND REG-FA-STATUS NOT = 'E'
                          AND REG-FA-ORIGEM NOT = 'V'
                       IF REG-FA-ORIGEM = 'M'
                          ADD REG-FA-TOTAL TO WRK-TOTAL-MENS
                       ELSE
                          MOVE REG-FA-FILIAL TO WRK-FIL-BUSCA
                          PERFORM 0000-LOCALIZARFILIAL
                          IF WRK-FIL-IDX >= 1
                                AND WRK-FIL-IDX <= WRK-QTD-FIL
                             IF REG-FA-TIPO = 'C'
                                SUBTRACT REG-FA-TOTAL
                                   FROM WRK-FIL-VALOR(WRK-FIL-IDX)
                             ELSE
                                ADD REG-FA-TOTAL
                                   TO WRK-FIL-VALOR(WRK-FIL-IDX)
                             END-IF
                          END-IF
                       END-IF
                    END-IF
           END-READ.

       0010-EXTRAIRPAGAMENTOS.
           MOVE ZEROS TO WRK-TOTAL-PAGTOS WRK-TOTAL-RETENCAO
              WRK-TOTAL-RECOLHTR WRK-TOTAL-RECOLENC WRK-TOTAL-REEMPAG.
           OPEN INPUT ARQ-PAGAR.
           IF WRK-FS-PAGAR NOT = '00'
              CONTINUE
              MOVE 'PAGTOS' TO WRK-EVENTO
              MOVE WRK-TOTAL-PAGTOS TO WRK-VALOR
              PERFORM 0000-GRAVARPARTIDA
              MOVE 'RETENCAO' TO WRK-EVENTO
              MOVE WRK-TOTAL-RETENCAO TO WRK-VALOR
              PERFORM 0000-GRAVARPARTIDA
              MOVE 'RECOLHTR' TO WRK-EVENTO
              MOVE WRK-TOTAL-RECOLHTR TO WRK-VALOR
              PERFORM 0000-GRAVARPARTIDA
              MOVE 'RECOLENC' TO WRK-EVENTO
              MOVE WRK-TOTAL-RECOLENC TO WRK-VALOR
              PERFORM 0000-GRAVARPARTIDA
              MOVE 'REEMPAG' TO WRK-EVENTO
              MOVE WRK-TOTAL-REEMPAG TO WRK-VALOR
              PERFORM 0000-GRAVARPARTIDA
           END-IF.

       0000-SOMARPAGTO.
              AT END
                 MOVE '10' TO WRK-FS-PAGAR
              NOT AT END
                 MOVE REG-AP-EMPRESA TO WRK-EMPRESA-LANC
                 IF WRK-EMPRESA-LANC = SPACES
                    MOVE '01' TO WRK-EMPRESA-LANC
                 END-IF
                 IF WRK-EMPRESA-LANC = WRK-CIA-EMPRESA
                    IF REG-AP-STATUS = 'P'
                       MOVE REG-AP-DATAPAGTO TO WRK-DATAPAGTO
                       IF WRK-DG-ANO = WRK-ANO-COMP
                             AND WRK-DG-MES = WRK-MES-COMP
                          IF REG-AP-ORIGEM = 'R'
                             ADD REG-AP-VALORPAGO TO WRK-TOTAL-RECOLHTR
                          END-IF
                          IF REG-AP-ORIGEM = 'F'
                             ADD REG-AP-VALORPAGO TO WRK-TOTAL-RECOLENC
                          END-IF
                          IF REG-AP-ORIGEM = 'E'
                             ADD REG-AP-VALORPAGO TO WRK-TOTAL-REEMPAG
                          END-IF
                          IF REG-AP-ORIGEM NOT = 'R'
                                AND REG-AP-ORIGEM NOT = 'F'
                                AND REG-AP-ORIGEM NOT = 'E'
                             ADD REG-AP-VALORPAGO TO WRK-TOTAL-PAGTOS
                             ADD REG-AP-RETIDO TO WRK-TOTAL-RETENCAO
                          END-IF
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0011-EXTRAIRCREDITOS.
           MOVE ZEROS TO WRK-TOTAL-CREDREC WRK-TOTAL-CREDAPL
              WRK-TOTAL-CREDDEV.
           OPEN INPUT ARQ-MOVCREDITO.
           IF WRK-FS-MOVCREDITO NOT = '00'
              CONTINUE
           ELSE
              PERFORM 0000-SOMARMOVCREDITO
                 UNTIL WRK-FS-MOVCREDITO = '10'
              CLOSE ARQ-MOVCREDITO
              MOVE SPACES TO WRK-FILIAL
              MOVE 'CREDREC' TO WRK-EVENTO
              MOVE WRK-TOTAL-CREDREC TO WRK-VALOR
              PERFORM 0000-GRAVARPARTIDA
              MOVE 'CREDAPL' TO WRK-EVENTO
              MOVE WRK-TOTAL-CREDAPL TO WRK-VALOR
              PERFORM 0000-GRAVARPARTIDA
              MOVE 'CREDDEV' TO WRK-EVENTO
              MOVE WRK-TOTAL-CREDDEV TO WRK-VALOR
              PERFORM 0000-GRAVARPARTIDA
           END-IF.

       0000-SOMARMOVCREDITO.
           READ ARQ-MOVCREDITO
              AT END
                 MOVE '10' TO WRK-FS-MOVCREDITO
              NOT AT END
                 MOVE REG-MC-DATA TO WRK-DATAPAGTO
                 IF WRK-DG-ANO = WRK-ANO-COMP
                       AND WRK-DG-MES = WRK-MES-COMP
                    EVALUATE REG-MC-TIPO
                       WHEN 'E'
                       WHEN 'N'
                          ADD REG-MC-VALOR TO WRK-TOTAL-CREDREC
                       WHEN 'A'
                          ADD REG-MC-VALOR TO WRK-TOTAL-CREDAPL
                       WHEN 'D'
                          ADD REG-MC-VALOR TO WRK-TOTAL-CREDDEV
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
           END-READ.

       0012-EXTRAIRPERDAS.
           MOVE ZEROS TO WRK-TOTAL-PDDCONST WRK-TOTAL-PDDREVER
              WRK-TOTAL-PERDA WRK-TOTAL-RECPERDA.
           OPEN INPUT ARQ-PDDHIST.
           IF WRK-FS-PDDHIST = '00'
              PERFORM 0000-LERPROVISAO UNTIL WRK-FS-PDDHIST = '10'
              CLOSE ARQ-PDDHIST
           END-IF.
           OPEN INPUT ARQ-PDDMOV.
           IF WRK-FS-PDDMOV = '00'
              PERFORM 0000-SOMARMOVPERDA UNTIL WRK-FS-PDDMOV = '10'
              CLOSE ARQ-PDDMOV
           END-IF.
           MOVE SPACES TO WRK-FILIAL.
           MOVE 'PDDCONST' TO WRK-EVENTO.
           MOVE WRK-TOTAL-PDDCONST TO WRK-VALOR.
           PERFORM 0000-GRAVARPARTIDA.
           MOVE 'PDDREVER' TO WRK-EVENTO.
           MOVE WRK-TOTAL-PDDREVER TO WRK-VALOR.
           PERFORM 0000-GRAVARPARTIDA.
           MOVE 'PERDA' TO WRK-EVENTO.
           MOVE WRK-TOTAL-PERDA TO WRK-VALOR.
           PERFORM 0000-GRAVARPARTIDA.
           MOVE 'RECPERDA' TO WRK-EVENTO.
           MOVE WRK-TOTAL-RECPERDA TO WRK-VALOR.
           PERFORM 0000-GRAVARPARTIDA.

       0000-LERPROVISAO.
           READ ARQ-PDDHIST
              AT END
                 MOVE '10' TO WRK-FS-PDDHIST
              NOT AT END
                 IF REG-PH-COMPETENCIA = WRK-COMPETENCIA
                    MOVE REG-PH-CONSTITUICAO TO WRK-TOTAL-PDDCONST
                    MOVE REG-PH-REVERSAO TO WRK-TOTAL-PDDREVER
                 END-IF
           END-READ.

       0000-SOMARMOVPERDA.
           READ ARQ-PDDMOV
              AT END
                 MOVE '10' TO WRK-FS-PDDMOV
              NOT AT END
                 MOVE REG-PM-DATA TO WRK-DATAPAGTO
                 IF WRK-DG-ANO = WRK-ANO-COMP
                       AND WRK-DG-MES = WRK-MES-COMP
                    IF REG-PM-TIPO = 'B'
                       ADD REG-PM-VALOR TO WRK-TOTAL-PERDA
                    ELSE
                       ADD REG-PM-VALOR TO WRK-TOTAL-RECPERDA
                    END-IF
                 END-IF
           END-READ.

       0013-EXTRAIRCUSTOS.
           MOVE ZEROS TO WRK-TOTAL-ESTCOMPR WRK-TOTAL-CMV
              WRK-TOTAL-CMVDEV WRK-TOTAL-ESTPERDA WRK-TOTAL-ESTSOBRA.
           OPEN INPUT ARQ-CUSTOMOV.
           IF WRK-FS-CUSTOMOV = '00'
              PERFORM 0000-SOMARCUSTOMOV
                 UNTIL WRK-FS-CUSTOMOV = '10'
              CLOSE ARQ-CUSTOMOV
           END-IF.
           MOVE SPACES TO WRK-FILIAL.
           MOVE 'ESTCOMPR' TO WRK-EVENTO.
           MOVE WRK-TOTAL-ESTCOMPR TO WRK-VALOR.
           PERFORM 0000-GRAVARPARTIDA.
           MOVE 'CMV' TO WRK-EVENTO.
           MOVE WRK-TOTAL-CMV TO WRK-VALOR.
           PERFORM 0000-GRAVARPARTIDA.
           MOVE 'CMVDEV' TO WRK-EVENTO.
           MOVE WRK-TOTAL-CMVDEV TO WRK-VALOR.
           PERFORM 0000-GRAVARPARTIDA.
           MOVE 'ESTPERDA' TO WRK-EVENTO.
           MOVE WRK-TOTAL-ESTPERDA TO WRK-VALOR.
           PERFORM 0000-GRAVARPARTIDA.
           MOVE 'ESTSOBRA' TO WRK-EVENTO.
           MOVE WRK-TOTAL-ESTSOBRA TO WRK-VALOR.
           PERFORM 0000-GRAVARPARTIDA.

       0000-SOMARCUSTOMOV.
           READ ARQ-CUSTOMOV
              AT END
                 MOVE '10' TO WRK-FS-CUSTOMOV
              NOT AT END
                 MOVE REG-CV-DATA TO WRK-DATAPAGTO
                 IF WRK-DG-ANO = WRK-ANO-COMP
                       AND WRK-DG-MES = WRK-MES-COMP
                    EVALUATE TRUE
                       WHEN REG-CV-TIPO = 'E'
                             AND (REG-CV-ORIGEM = 'CP'
                             OR REG-CV-ORIGEM = 'EN')
                          ADD REG-CV-VALOR TO WRK-TOTAL-ESTCOMPR
                       WHEN REG-CV-TIPO = 'S'
                             AND (REG-CV-ORIGEM = 'VE'
                             OR REG-CV-ORIGEM = 'FR')
                          ADD REG-CV-VALOR TO WRK-TOTAL-CMV
                       WHEN REG-CV-TIPO = 'E'
                             AND (REG-CV-ORIGEM = 'VE'
                             OR REG-CV-ORIGEM = 'DV')
                          ADD REG-CV-VALOR TO WRK-TOTAL-CMVDEV
                       WHEN REG-CV-TIPO = 'S'
                          ADD REG-CV-VALOR TO WRK-TOTAL-ESTPERDA
                       WHEN OTHER
                          ADD REG-CV-VALOR TO WRK-TOTAL-ESTSOBRA
                    END-EVALUATE
                 END-IF
           END-READ.

       0014-EXTRAIRBANCO.
           MOVE ZEROS TO WRK-TOTAL-TARBANC WRK-TOTAL-TAREST
              WRK-TOTAL-JURREC WRK-TOTAL-JURPAG.
           OPEN INPUT ARQ-CONCBCO.
           IF WRK-FS-CONCBCO = '00'
              MOVE LOW-VALUES TO REG-BC-CHAVE
              START ARQ-CONCBCO KEY IS NOT LESS THAN REG-BC-CHAVE
                 INVALID KEY
                    MOVE '10' TO WRK-FS-CONCBCO
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-CONCBCO
              END-START
              PERFORM 0000-SOMARBANCO UNTIL WRK-FS-CONCBCO = '10'
              CLOSE ARQ-CONCBCO
           END-IF.
           MOVE SPACES TO WRK-FILIAL.
           MOVE 'TARBANC' TO WRK-EVENTO.
           MOVE WRK-TOTAL-TARBANC TO WRK-VALOR.
           PERFORM 0000-GRAVARPARTIDA.
           MOVE 'TAREST' TO WRK-EVENTO.
           MOVE WRK-TOTAL-TAREST TO WRK-VALOR.
           PERFORM 0000-GRAVARPARTIDA.
           MOVE 'JURREC' TO WRK-EVENTO.
           MOVE WRK-TOTAL-JURREC TO WRK-VALOR.
           PERFORM 0000-GRAVARPARTIDA.
           MOVE 'JURPAG' TO WRK-EVENTO.
           MOVE WRK-TOTAL-JURPAG TO WRK-VALOR.
           PERFORM 0000-GRAVARPARTIDA.

       0000-SOMARBANCO.
           READ ARQ-CONCBCO NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CONCBCO
              NOT AT END
                 MOVE REG-BC-DATA TO WRK-DATAPAGTO
                 IF REG-BC-SITUACAO = 'L'
                       AND WRK-DG-ANO = WRK-ANO-COMP
                       AND WRK-DG-MES = WRK-MES-COMP
                    EVALUATE TRUE
                       WHEN REG-BC-TIPOITEM = 'T'
                             AND REG-BC-NATUREZA = 'D'
                          ADD REG-BC-VALOR TO WRK-TOTAL-TARBANC
                       WHEN REG-BC-TIPOITEM = 'T'
                          ADD REG-BC-VALOR TO WRK-TOTAL-TAREST
                       WHEN REG-BC-NATUREZA = 'C'
                          ADD REG-BC-VALOR TO WRK-TOTAL-JURREC
                       WHEN OTHER
                          ADD REG-BC-VALOR TO WRK-TOTAL-JURPAG
                    END-EVALUATE
                 END-IF
           END-READ.

       0015-EXTRAIRPROVISOES.
           MOVE ZEROS TO WRK-QTD-PCC.
           OPEN INPUT ARQ-MOVPROV.
           IF WRK-FS-MOVPROV = '00'
              PERFORM 0000-SOMARMOVPROV UNTIL WRK-FS-MOVPROV = '10'
              CLOSE ARQ-MOVPROV
              MOVE SPACES TO WRK-FILIAL
              PERFORM VARYING WRK-PCC-IDX FROM 1 BY 1
                    UNTIL WRK-PCC-IDX > WRK-QTD-PCC
                 MOVE WRK-PCC-COD(WRK-PCC-IDX) TO WRK-CCUSTO
                 PERFORM VARYING WRK-PEV-IDX FROM 1 BY 1
                       UNTIL WRK-PEV-IDX > 11
                    MOVE WRK-PEV-EVENTO(WRK-PEV-IDX) TO WRK-EVENTO
                    MOVE WRK-PCC-VALOR(WRK-PCC-IDX WRK-PEV-IDX)
                       TO WRK-VALOR
                    PERFORM 0000-GRAVARPARTIDA
                 END-PERFORM
              END-PERFORM
              MOVE SPACES TO WRK-CCUSTO
           END-IF.

       0000-SOMARMOVPROV.
           READ ARQ-MOVPROV
              AT END
                 MOVE '10' TO WRK-FS-MOVPROV
              NOT AT END
                 MOVE REG-PX-EMPRESA TO WRK-EMPRESA-LANC
                 IF WRK-EMPRESA-LANC = SPACES
                    MOVE '01' TO WRK-EMPRESA-LANC
                 END-IF
                 IF REG-PX-COMPETENCIA = WRK-COMPETENCIA
                       AND WRK-EMPRESA-LANC = WRK-CIA-EMPRESA
                    PERFORM 0000-LOCALIZARCCPROV
                    IF WRK-PCC-IDX >= 1 AND WRK-PCC-IDX <= WRK-QTD-PCC
                       PERFORM 0000-ACUMULARMOVPROV
                    END-IF
                 END-IF
           END-READ.

       0000-LOCALIZARCCPROV.
           MOVE 'N' TO WRK-ECC-ACHADO.
           PERFORM VARYING WRK-PCC-IDX FROM 1 BY 1
                 UNTIL WRK-PCC-IDX > WRK-QTD-PCC
                    OR WRK-ECC-ACHADO = 'S'
              IF WRK-PCC-COD(WRK-PCC-IDX) = REG-PX-CCUSTO
                 MOVE 'S' TO WRK-ECC-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-ECC-ACHADO = 'S'
              SUBTRACT 1 FROM WRK-PCC-IDX
           ELSE
              IF WRK-QTD-PCC < 20
                 ADD 1 TO WRK-QTD-PCC
                 MOVE WRK-QTD-PCC TO WRK-PCC-IDX
                 MOVE REG-PX-CCUSTO TO WRK-PCC-COD(WRK-PCC-IDX)
                 PERFORM VARYING WRK-PEV-IDX FROM 1 BY 1
                       UNTIL WRK-PEV-IDX > 11
                    MOVE ZEROS TO WRK-PCC-VALOR(WRK-PCC-IDX WRK-PEV-IDX)
                 END-PERFORM
              ELSE
                 MOVE ZEROS TO WRK-PCC-IDX
              END-IF
           END-IF.

       0000-ACUMULARMOVPROV.
           EVALUATE REG-PX-VERBA
              WHEN 'D'
                 MOVE 1 TO WRK-PEV-IDX
              WHEN 'F'
                 MOVE 3 TO WRK-PEV-IDX
              WHEN OTHER
                 MOVE 5 TO WRK-PEV-IDX
           END-EVALUATE.
           EVALUATE REG-PX-TIPO
              WHEN 'C'
                 CONTINUE
              WHEN 'R'
                 ADD 1 TO WRK-PEV-IDX
              WHEN OTHER
                 COMPUTE WRK-PEV-IDX = 7 + ((WRK-PEV-IDX - 1) / 2)
           END-EVALUATE.
           ADD REG-PX-VALOR
              TO WRK-PCC-VALOR(WRK-PCC-IDX WRK-PEV-IDX).
           IF REG-PX-TIPO = 'B' AND REG-PX-EXCEDENTE > 0
                 AND WRK-PEV-IDX < 9
              ADD 3 TO WRK-PEV-IDX
              ADD REG-PX-EXCEDENTE
                 TO WRK-PCC-VALOR(WRK-PCC-IDX WRK-PEV-IDX)
           END-IF.

       0016-EXTRAIRREEMBOLSOS.
           MOVE ZEROS TO WRK-QTD-RBC WRK-TOTAL-REEMFOL.
           OPEN INPUT ARQ-REEMBOLSOS.
           IF WRK-FS-REEMBOLSOS = '00'
              MOVE ZEROS TO REG-RE-NUMERO
              START ARQ-REEMBOLSOS KEY IS NOT LESS THAN REG-RE-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-REEMBOLSOS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-REEMBOLSOS
              END-START
              PERFORM 0000-SOMARREEMBOLSO
                 UNTIL WRK-FS-REEMBOLSOS = '10'
              CLOSE ARQ-REEMBOLSOS
              MOVE SPACES TO WRK-FILIAL
              PERFORM VARYING WRK-RBC-IDX FROM 1 BY 1
                    UNTIL WRK-RBC-IDX > WRK-QTD-RBC
                 MOVE SPACES TO WRK-EVENTO
                 STRING 'REEM' WRK-RBC-CAT(WRK-RBC-IDX)
                    DELIMITED BY SIZE INTO WRK-EVENTO
                 MOVE WRK-RBC-CC(WRK-RBC-IDX) TO WRK-CCUSTO
                 MOVE WRK-RBC-VALOR(WRK-RBC-IDX) TO WRK-VALOR
                 PERFORM 0000-GRAVARPARTIDA
              END-PERFORM
              MOVE SPACES TO WRK-CCUSTO
              MOVE 'REEMFOL' TO WRK-EVENTO
              MOVE WRK-TOTAL-REEMFOL TO WRK-VALOR
              PERFORM 0000-GRAVARPARTIDA
           END-IF.

       0000-SOMARREEMBOLSO.
           READ ARQ-REEMBOLSOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-REEMBOLSOS
              NOT AT END
                 MOVE REG-RE-DATAAPROV TO WRK-DATAAPROV
                 MOVE REG-RE-EMPRESA TO WRK-EMPRESA-LANC
                 IF WRK-EMPRESA-LANC = SPACES
                    MOVE '01' TO WRK-EMPRESA-LANC
                 END-IF
                 IF WRK-DA-ANO = WRK-ANO-COMP
                       AND WRK-EMPRESA-LANC = WRK-CIA-EMPRESA
                       AND WRK-DA-MES = WRK-MES-COMP
                       AND (REG-RE-STATUS = 'A' OR REG-RE-STATUS = 'F'
                          OR REG-RE-STATUS = 'T')
                    PERFORM 0000-LOCALIZARRBC
                    IF WRK-RBC-IDX >= 1 AND WRK-RBC-IDX <= WRK-QTD-RBC
                       ADD REG-RE-VALOR TO WRK-RBC-VALOR(WRK-RBC-IDX)
                    END-IF
                 END-IF
                 IF REG-RE-STATUS = 'F'
                       AND REG-RE-COMPETENCIA = WRK-COMPETENCIA
                       AND WRK-EMPRESA-LANC = WRK-CIA-EMPRESA
                    ADD REG-RE-VALOR TO WRK-TOTAL-REEMFOL
                 END-IF
           END-READ.

       0000-LOCALIZARRBC.
           MOVE 'N' TO WRK-RBC-ACHADO.
           PERFORM VARYING WRK-RBC-IDX FROM 1 BY 1
                 UNTIL WRK-RBC-IDX > WRK-QTD-RBC
                    OR WRK-RBC-ACHADO = 'S'
              IF WRK-RBC-CAT(WRK-RBC-IDX) = REG-RE-CATEGORIA
                    AND WRK-RBC-CC(WRK-RBC-IDX) = REG-RE-CCUSTO
                 MOVE 'S' TO WRK-RBC-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-RBC-ACHADO = 'S'
              SUBTRACT 1 FROM WRK-RBC-IDX
           ELSE
              IF WRK-QTD-RBC < 40
                 ADD 1 TO WRK-QTD-RBC
                 MOVE WRK-QTD-RBC TO WRK-RBC-IDX
                 MOVE REG-RE-CATEGORIA TO WRK-RBC-CAT(WRK-RBC-IDX)
                 MOVE REG-RE-CCUSTO TO WRK-RBC-CC(WRK-RBC-IDX)
                 MOVE ZEROS TO WRK-RBC-VALOR(WRK-RBC-IDX)
              ELSE
                 MOVE ZEROS TO WRK-RBC-IDX
              END-IF
           END-IF.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'PERCONT.DAT' TO WRK-NOME-PERCONT.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-PERCONT WRK-CIA-VALIDO.
           MOVE 'FECHMF.DAT' TO WRK-NOME-FECHMF.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-FECHMF WRK-CIA-VALIDO.
