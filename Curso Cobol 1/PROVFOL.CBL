       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVFOL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "FUNCMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FU-MATRICULA
               FILE STATUS IS WRK-FS-FUNCIONARIOS.
           SELECT ARQ-FERIAS ASSIGN TO "FERIASMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FR-CHAVE
               FILE STATUS IS WRK-FS-FERIAS.
           SELECT ARQ-PROVISOES ASSIGN TO "PROVFMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PV-MATRICULA
               FILE STATUS IS WRK-FS-PROVISOES.
           SELECT ARQ-MOVPROV ASSIGN TO "PROVFMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVPROV.
           SELECT ARQ-PERIODOS ASSIGN TO WRK-NOME-PERCONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODOS.
           SELECT ARQ-CONTAMAP ASSIGN TO "CONTAMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTAMAP.
           SELECT ARQ-LANCTOS ASSIGN TO "LANCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCTOS.
           SELECT ARQ-RELPROV ASSIGN TO "PROVFOL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELPROV.
           SELECT ARQ-RELSALDO ASSIGN TO "PROVSLD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELSALDO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FUNCIONARIOS.
       01 REG-FUNCIONARIO.
       COPY FUNCREG.
       FD ARQ-FERIAS.
       01 REG-FERIAS.
          02 REG-FR-CHAVE.
             03 REG-FR-MATRICULA PIC X(06).
             03 REG-FR-ANOAQUIS  PIC 9(04).
          02 REG-FR-DIASGOZADOS  PIC 9(02).
          02 REG-FR-DATAGOZO     PIC 9(08).
          02 REG-FR-SITUACAO     PIC X(01).
       FD ARQ-PROVISOES.
       01 REG-PROVISAO.
       COPY PVFREG.
       FD ARQ-MOVPROV.
       01 REG-MOVPROV.
       COPY PVMREG.
       FD ARQ-PERIODOS.
       01 REG-PERIODO.
          02 REG-PC-COMPETENCIA PIC 9(06).
          02 REG-PC-STATUS      PIC X(01).
          02 REG-PC-EXTRAIDO    PIC X(01).
       FD ARQ-CONTAMAP.
       01 REG-CONTAMAP.
          02 REG-CM-EVENTO     PIC X(08).
          02 REG-CM-DEBITO     PIC 9(06).
          02 REG-CM-CREDITO    PIC 9(06).
       FD ARQ-LANCTOS.
       01 REG-LANCTO.
       COPY LCTREG.
       FD ARQ-RELPROV.
       01 REG-RELPROV          PIC X(100).
       FD ARQ-RELSALDO.
       01 REG-RELSALDO         PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-FUNCIONARIOS PIC X(02)  VALUE ZEROS.
       77 WRK-FS-FERIAS    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PROVISOES PIC X(02)     VALUE ZEROS.
       77 WRK-FS-MOVPROV   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PERIODOS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CONTAMAP  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-LANCTOS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELPROV   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELSALDO  PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-MES-COMP     PIC 9(02)     VALUE ZEROS.
       77 WRK-ANO-COMP     PIC 9(04)     VALUE ZEROS.
       77 WRK-COMPETENCIA  PIC 9(06)     VALUE ZEROS.
       77 WRK-PER-STATUS   PIC X(01)     VALUE 'A'.
       77 WRK-PER-EXTRAIDO PIC X(01)     VALUE 'N'.
       77 WRK-FERIASMF-OK  PIC X(01)     VALUE 'N'.
       77 WRK-PROV-NOVO    PIC X(01)     VALUE 'N'.
       77 WRK-AVOS13       PIC 9(02)     VALUE ZEROS.
       77 WRK-ANO-PER      PIC 9(04)     VALUE ZEROS.
       77 WRK-AVOSFER      PIC S9(04)    VALUE ZEROS.
       77 WRK-PER-PAGO     PIC X(01)     VALUE 'N'.
       77 WRK-VALOR-PER    PIC 9(08)V99  VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-ALIQ-ENCARGOS PIC 9(02)V99 VALUE 35,80.
       77 WRK-IDX          PIC 9(01)     VALUE ZEROS.
       77 WRK-TEVE-MOV     PIC X(01)     VALUE 'N'.
       77 WRK-QTD-FUNC     PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-MOV      PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-IGNORADOS PIC 9(05)    VALUE ZEROS.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-NOME         PIC X(20)     VALUE SPACES.
       77 WRK-EVENTO       PIC X(08)     VALUE SPACES.
       77 WRK-CONTA13      PIC 9(06)     VALUE 211003.
       77 WRK-CONTAFER     PIC 9(06)     VALUE 211004.
       77 WRK-CONTAENC     PIC 9(06)     VALUE 211005.
       77 WRK-GL13         PIC S9(11)V99 VALUE ZEROS.
       77 WRK-GLFER        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-GLENC        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-GL-VALOR     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-TOTAL  PIC 9(11)V99  VALUE ZEROS.
       77 WRK-VALOR1-ED    PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR2-ED    PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR3-ED    PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-ED     PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-GL-ED        PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-DIFERENCA-ED PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-NOME-PERCONT PIC X(12)     VALUE 'PERCONT.DAT'.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-EMPRESA-FUNC PIC X(02)     VALUE SPACES.
       01 WRK-VERBAS.
          02 FILLER           PIC X(14) VALUE 'D13O SALARIO  '.
          02 FILLER           PIC X(14) VALUE 'FFERIAS + 1/3 '.
          02 FILLER           PIC X(14) VALUE 'EENCARGOS     '.
       01 WRK-VERBAS-TAB REDEFINES WRK-VERBAS.
          02 WRK-VB-ITEM OCCURS 3 TIMES.
             03 WRK-VB-CODIGO PIC X(01).
             03 WRK-VB-NOME   PIC X(13).
       01 WRK-CALC-TAB.
          02 WRK-CALC-ITEM OCCURS 3 TIMES.
             03 WRK-VB-NEC    PIC 9(08)V99.
             03 WRK-VB-SALDO  PIC 9(08)V99.
             03 WRK-VB-MOV    PIC S9(09)V99.
       01 WRK-TOT-TAB.
          02 WRK-TOT-ITEM OCCURS 3 TIMES.
             03 WRK-TOT-CONST PIC 9(11)V99.
             03 WRK-TOT-REVER PIC 9(11)V99.
             03 WRK-TOT-SALDO PIC 9(11)V99.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'PROVFOL' TO WRK-LOG-PROGRAMA.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS NOT = '00'
              DISPLAY 'CADASTRO DE FUNCIONARIOS NAO ENCONTRADO.'
           ELSE
              OPEN I-O ARQ-PROVISOES
              IF WRK-FS-PROVISOES = '35'
                 OPEN OUTPUT ARQ-PROVISOES
                 CLOSE ARQ-PROVISOES
                 OPEN I-O ARQ-PROVISOES
              END-IF
              MOVE SPACES TO WRK-OPCAO
              PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'
              CLOSE ARQ-PROVISOES
              CLOSE ARQ-FUNCIONARIOS
           END-IF.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'PROVISAO DE FERIAS E 13O SALARIO'.
           DISPLAY ' 1 - CALCULAR PROVISAO DO MES'.
           DISPLAY ' 2 - SALDOS DA PROVISAO X CONTABILIDADE'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-CALCULARPROVISAO
              WHEN '2'
                 PERFORM 0004-RELATORIOSALDOS
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0003-CALCULARPROVISAO.
           MOVE ZEROS TO WRK-MES-COMP.
           PERFORM UNTIL WRK-MES-COMP >= 1 AND WRK-MES-COMP <= 12
              DISPLAY ' MES DE COMPETENCIA DA PROVISAO (1-12)?'
              ACCEPT WRK-MES-COMP
              IF WRK-MES-COMP < 1 OR WRK-MES-COMP > 12
                 DISPLAY 'MES INVALIDO, DIGITE 1 A 12.'
              END-IF
           END-PERFORM.
           DISPLAY ' ANO DA COMPETENCIA (0=ATUAL)?'.
           ACCEPT WRK-ANO-COMP.
           IF WRK-ANO-COMP = 0
              MOVE WRK-ANOSISTEMA TO WRK-ANO-COMP
           END-IF.
           COMPUTE WRK-COMPETENCIA =
              (WRK-ANO-COMP * 100) + WRK-MES-COMP.
           PERFORM 0000-CONFERIRPERIODO.
           IF WRK-PER-STATUS = 'F' OR WRK-PER-STATUS = 'E'
              DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                 ' FECHADA, PROVISAO RECUSADA.'
           ELSE
              IF WRK-PER-EXTRAIDO = 'S'
                 DISPLAY 'ATENCAO: COMPETENCIA ' WRK-COMPETENCIA
                    ' JA EXTRAIDA PARA A CONTABILIDADE, O MOVIMENTO'
                 DISPLAY 'SO SERA LANCADO NUMA REEXTRACAO.'
              END-IF
              DISPLAY ' CONFIRMA O CALCULO DA PROVISAO DE '
                 WRK-COMPETENCIA '? (S/N)'
              ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                 PERFORM 0100-PROVISIONAR
              ELSE
                 DISPLAY 'PROVISAO NAO CALCULADA.'
              END-IF
           END-IF.

       0000-CONFERIRPERIODO.
           MOVE 'A' TO WRK-PER-STATUS.
           MOVE 'N' TO WRK-PER-EXTRAIDO.
           OPEN INPUT ARQ-PERIODOS.
           IF WRK-FS-PERIODOS = '00'
              PERFORM 0000-LERPERIODO
                 UNTIL WRK-FS-PERIODOS = '10'
              CLOSE ARQ-PERIODOS
           END-IF.

       0000-LERPERIODO.
           READ ARQ-PERIODOS
              AT END
                 MOVE '10' TO WRK-FS-PERIODOS
              NOT AT END
                 IF REG-PC-COMPETENCIA = WRK-COMPETENCIA
                    MOVE REG-PC-STATUS TO WRK-PER-STATUS
                    MOVE REG-PC-EXTRAIDO TO WRK-PER-EXTRAIDO
                 END-IF
           END-READ.

       0100-PROVISIONAR.
           MOVE ZEROS TO WRK-TOT-TAB WRK-QTD-FUNC WRK-QTD-MOV
              WRK-QTD-IGNORADOS.
           MOVE 'N' TO WRK-FERIASMF-OK.
           OPEN INPUT ARQ-FERIAS.
           IF WRK-FS-FERIAS = '00'
              MOVE 'S' TO WRK-FERIASMF-OK
           END-IF.
           OPEN EXTEND ARQ-MOVPROV.
           IF WRK-FS-MOVPROV = '35'
              OPEN OUTPUT ARQ-MOVPROV
           END-IF.
           OPEN OUTPUT ARQ-RELPROV.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PROVISAO DE FERIAS E 13O SALARIO - COMPETENCIA '
              WRK-COMPETENCIA ' - EMITIDO EM ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELPROV FROM WRK-LINHA.
           MOVE 'MATRIC NOME                 VERBA            '
              TO WRK-LINHA.
           MOVE 'SALDO ANTERIOR  SALDO NOVO      MOVIMENTO'
              TO WRK-LINHA(48:41).
           WRITE REG-RELPROV FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELPROV FROM WRK-LINHA.
           MOVE SPACES TO REG-FU-MATRICULA.
           START ARQ-FUNCIONARIOS KEY IS NOT LESS THAN
                 REG-FU-MATRICULA
              INVALID KEY
                 MOVE '10' TO WRK-FS-FUNCIONARIOS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-FUNCIONARIOS
           END-START.
           PERFORM 0000-PROVISIONARFUNC
              UNTIL WRK-FS-FUNCIONARIOS = '10'.
           MOVE '00' TO WRK-FS-FUNCIONARIOS.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELPROV FROM WRK-LINHA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 3
              MOVE WRK-TOT-CONST(WRK-IDX) TO WRK-VALOR1-ED
              MOVE WRK-TOT-REVER(WRK-IDX) TO WRK-VALOR2-ED
              MOVE SPACES TO WRK-LINHA
              STRING WRK-VB-NOME(WRK-IDX)
                 ' CONSTITUICAO=' WRK-VALOR1-ED
                 ' REVERSAO=' WRK-VALOR2-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELPROV FROM WRK-LINHA
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FUNCIONARIOS PROVISIONADOS ... ' WRK-QTD-FUNC
              ' MOVIMENTOS GRAVADOS ... ' WRK-QTD-MOV
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELPROV FROM WRK-LINHA.
           IF WRK-QTD-IGNORADOS > 0
              MOVE SPACES TO WRK-LINHA
              STRING 'IGNORADOS (JA PROVISIONADOS EM COMPETENCIA '
                 'POSTERIOR) ... ' WRK-QTD-IGNORADOS
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELPROV FROM WRK-LINHA
           END-IF.
           CLOSE ARQ-RELPROV.
           CLOSE ARQ-MOVPROV.
           IF WRK-FERIASMF-OK = 'S'
              CLOSE ARQ-FERIAS
           END-IF.
           MOVE 'PROVFOL.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'FUNCIONARIOS PROVISIONADOS: ' WRK-QTD-FUNC
              ' MOVIMENTOS: ' WRK-QTD-MOV.
           DISPLAY 'RELATORIO GRAVADO EM PROVFOL.TXT'.
           STRING 'PROVISAO FOLHA COMP=' WRK-COMPETENCIA
              ' MOVS=' WRK-QTD-MOV
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.

       0000-PROVISIONARFUNC.
           READ ARQ-FUNCIONARIOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FUNCIONARIOS
              NOT AT END
                 MOVE REG-FU-EMPRESA TO WRK-EMPRESA-FUNC
                 IF WRK-EMPRESA-FUNC = SPACES
                    MOVE '01' TO WRK-EMPRESA-FUNC
                 END-IF
                 IF WRK-EMPRESA-FUNC = WRK-CIA-EMPRESA
                    PERFORM 0200-CALCULARFUNC
                 END-IF
           END-READ.

       0200-CALCULARFUNC.
           MOVE REG-FU-MATRICULA TO REG-PV-MATRICULA.
           READ ARQ-PROVISOES
              INVALID KEY
                 MOVE 'S' TO WRK-PROV-NOVO
                 MOVE REG-FU-MATRICULA TO REG-PV-MATRICULA
                 MOVE REG-FU-CCUSTO TO REG-PV-CCUSTO
                 MOVE ZEROS TO REG-PV-SALDO13 REG-PV-SALDOFER
                    REG-PV-SALDOENC REG-PV-ANO13 REG-PV-PAGO13
                    REG-PV-ULTCOMP
              NOT INVALID KEY
                 MOVE 'N' TO WRK-PROV-NOVO
           END-READ.
           MOVE ZEROS TO WRK-CALC-TAB.
           IF REG-PV-ULTCOMP > WRK-COMPETENCIA
              ADD 1 TO WRK-QTD-IGNORADOS
           ELSE
              IF REG-FU-STATUS NOT = 'D'
                 PERFORM 0000-CALCULAR13
                 PERFORM 0000-CALCULARFERIAS
                 COMPUTE WRK-VB-NEC(3) ROUNDED =
                    (WRK-VB-NEC(1) + WRK-VB-NEC(2))
                    * WRK-ALIQ-ENCARGOS / 100
              END-IF
              MOVE REG-PV-SALDO13 TO WRK-VB-SALDO(1)
              MOVE REG-PV-SALDOFER TO WRK-VB-SALDO(2)
              MOVE REG-PV-SALDOENC TO WRK-VB-SALDO(3)
              IF WRK-PROV-NOVO = 'S' AND WRK-VB-NEC(1) = 0
                    AND WRK-VB-NEC(2) = 0
                 CONTINUE
              ELSE
                 PERFORM 0300-GRAVARPROVISAO
              END-IF
           END-IF.

       0000-CALCULAR13.
           EVALUATE TRUE
              WHEN REG-FU-ANOENT < WRK-ANO-COMP
                 MOVE WRK-MES-COMP TO WRK-AVOS13
              WHEN REG-FU-ANOENT = WRK-ANO-COMP
                    AND REG-FU-MESENT <= WRK-MES-COMP
                 COMPUTE WRK-AVOS13 = WRK-MES-COMP - REG-FU-MESENT
                 IF REG-FU-DIAENT <= 15
                    ADD 1 TO WRK-AVOS13
                 END-IF
              WHEN OTHER
                 MOVE ZEROS TO WRK-AVOS13
           END-EVALUATE.
           COMPUTE WRK-DIFERENCA ROUNDED =
              REG-FU-SALARIO * WRK-AVOS13 / 12.
           IF REG-PV-ANO13 = WRK-ANO-COMP
              SUBTRACT REG-PV-PAGO13 FROM WRK-DIFERENCA
           END-IF.
           IF WRK-DIFERENCA > 0
              MOVE WRK-DIFERENCA TO WRK-VB-NEC(1)
           END-IF.

       0000-CALCULARFERIAS.
           COMPUTE WRK-ANO-PER = WRK-ANO-COMP - 2.
           PERFORM 0000-PERIODOFERIAS
              UNTIL WRK-ANO-PER > WRK-ANO-COMP.

       0000-PERIODOFERIAS.
           IF WRK-ANO-PER >= REG-FU-ANOENT
              COMPUTE WRK-AVOSFER =
                 ((WRK-ANO-COMP - WRK-ANO-PER) * 12)
                 + WRK-MES-COMP - REG-FU-MESENT + 1
              IF WRK-AVOSFER > 0 AND WRK-AVOSFER <= 24
                 IF WRK-AVOSFER > 12
                    MOVE 12 TO WRK-AVOSFER
                 END-IF
                 MOVE 'N' TO WRK-PER-PAGO
                 IF WRK-FERIASMF-OK = 'S'
                    MOVE REG-FU-MATRICULA TO REG-FR-MATRICULA
                    MOVE WRK-ANO-PER TO REG-FR-ANOAQUIS
                    READ ARQ-FERIAS
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF REG-FR-SITUACAO = 'P'
                             MOVE 'S' TO WRK-PER-PAGO
                          END-IF
                    END-READ
                 END-IF
                 IF WRK-PER-PAGO = 'N'
                    COMPUTE WRK-VALOR-PER ROUNDED =
                       REG-FU-SALARIO * WRK-AVOSFER * 4 / 36
                    ADD WRK-VALOR-PER TO WRK-VB-NEC(2)
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO WRK-ANO-PER.

       0300-GRAVARPROVISAO.
           ADD 1 TO WRK-QTD-FUNC.
           MOVE 'N' TO WRK-TEVE-MOV.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 3
              COMPUTE WRK-VB-MOV(WRK-IDX) =
                 WRK-VB-NEC(WRK-IDX) - WRK-VB-SALDO(WRK-IDX)
              IF WRK-VB-MOV(WRK-IDX) NOT = 0
                 MOVE 'S' TO WRK-TEVE-MOV
                 PERFORM 0000-GRAVARMOVIMENTO
              END-IF
              ADD WRK-VB-NEC(WRK-IDX) TO WRK-TOT-SALDO(WRK-IDX)
           END-PERFORM.
           MOVE REG-FU-CCUSTO TO REG-PV-CCUSTO.
           MOVE WRK-VB-NEC(1) TO REG-PV-SALDO13.
           MOVE WRK-VB-NEC(2) TO REG-PV-SALDOFER.
           MOVE WRK-VB-NEC(3) TO REG-PV-SALDOENC.
           MOVE WRK-COMPETENCIA TO REG-PV-ULTCOMP.
           IF WRK-PROV-NOVO = 'S'
              WRITE REG-PROVISAO
                 INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR PROVISAO DA MATRICULA '
                       REG-PV-MATRICULA
              END-WRITE
           ELSE
              REWRITE REG-PROVISAO
                 INVALID KEY
                    DISPLAY 'ERRO AO REGRAVAR PROVISAO DA MATRICULA '
                       REG-PV-MATRICULA
              END-REWRITE
           END-IF.

       0000-GRAVARMOVIMENTO.
           ADD 1 TO WRK-QTD-MOV.
           MOVE WRK-COMPETENCIA TO REG-PX-COMPETENCIA.
           MOVE WRK-DATASISTEMA TO REG-PX-DATA.
           MOVE REG-FU-MATRICULA TO REG-PX-MATRICULA.
           MOVE REG-FU-CCUSTO TO REG-PX-CCUSTO.
           MOVE WRK-VB-CODIGO(WRK-IDX) TO REG-PX-VERBA.
           IF WRK-VB-MOV(WRK-IDX) > 0
              MOVE 'C' TO REG-PX-TIPO
              MOVE WRK-VB-MOV(WRK-IDX) TO REG-PX-VALOR
              ADD REG-PX-VALOR TO WRK-TOT-CONST(WRK-IDX)
           ELSE
              MOVE 'R' TO REG-PX-TIPO
              COMPUTE REG-PX-VALOR = 0 - WRK-VB-MOV(WRK-IDX)
              ADD REG-PX-VALOR TO WRK-TOT-REVER(WRK-IDX)
           END-IF.
           MOVE ZEROS TO REG-PX-EXCEDENTE.
           MOVE WRK-OPERADOR TO REG-PX-OPERADOR.
           MOVE WRK-EMPRESA-FUNC TO REG-PX-EMPRESA.
           WRITE REG-MOVPROV.
           MOVE WRK-VB-SALDO(WRK-IDX) TO WRK-VALOR1-ED.
           MOVE WRK-VB-NEC(WRK-IDX) TO WRK-VALOR2-ED.
           MOVE WRK-VB-MOV(WRK-IDX) TO WRK-DIFERENCA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING REG-FU-MATRICULA ' ' REG-FU-NOME ' '
              WRK-VB-NOME(WRK-IDX) '  ' WRK-VALOR1-ED ' '
              WRK-VALOR2-ED WRK-DIFERENCA-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELPROV FROM WRK-LINHA.

       0004-RELATORIOSALDOS.
           MOVE ZEROS TO WRK-TOT-TAB WRK-QTD-FUNC.
           OPEN OUTPUT ARQ-RELSALDO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SALDOS DA PROVISAO DE FERIAS E 13O SALARIO - '
              'EMITIDO EM ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELSALDO FROM WRK-LINHA.
           MOVE 'MATRIC NOME                 CC   ULTCOMP  '
              TO WRK-LINHA.
           MOVE '    13O SALARIO  FERIAS + 1/3       ENCARGOS'
              TO WRK-LINHA(43:45).
           WRITE REG-RELSALDO FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELSALDO FROM WRK-LINHA.
           MOVE LOW-VALUES TO REG-PV-MATRICULA.
           START ARQ-PROVISOES KEY IS NOT LESS THAN REG-PV-MATRICULA
              INVALID KEY
                 MOVE '10' TO WRK-FS-PROVISOES
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PROVISOES
           END-START.
           PERFORM 0000-LISTARSALDO UNTIL WRK-FS-PROVISOES = '10'.
           MOVE '00' TO WRK-FS-PROVISOES.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELSALDO FROM WRK-LINHA.
           MOVE WRK-TOT-SALDO(1) TO WRK-VALOR1-ED.
           MOVE WRK-TOT-SALDO(2) TO WRK-VALOR2-ED.
           MOVE WRK-TOT-SALDO(3) TO WRK-VALOR3-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL (' WRK-QTD-FUNC ' FUNCIONARIOS)'
              DELIMITED BY SIZE INTO WRK-LINHA.
           MOVE WRK-VALOR1-ED TO WRK-LINHA(45:13).
           MOVE WRK-VALOR2-ED TO WRK-LINHA(59:13).
           MOVE WRK-VALOR3-ED TO WRK-LINHA(73:13).
           WRITE REG-RELSALDO FROM WRK-LINHA.
           PERFORM 0000-SALDOCONTABIL.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELSALDO FROM WRK-LINHA.
           MOVE 'CONCILIACAO COM A CONTABILIDADE (LANCTOS.DAT)'
              TO WRK-LINHA.
           WRITE REG-RELSALDO FROM WRK-LINHA.
           MOVE 'VERBA         CONTA       PROVISAO      CONTABIL'
              TO WRK-LINHA.
           MOVE '      DIFERENCA' TO WRK-LINHA(50:15).
           WRITE REG-RELSALDO FROM WRK-LINHA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 3
              PERFORM 0000-LINHACONCILIACAO
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DIFERENCA = MOVIMENTO DA PROVISAO AINDA NAO '
              'EXTRAIDO PARA A CONTABILIDADE OU LANCAMENTO MANUAL.'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELSALDO FROM WRK-LINHA.
           CLOSE ARQ-RELSALDO.
           MOVE 'PROVSLD.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           COMPUTE WRK-SALDO-TOTAL = WRK-TOT-SALDO(1)
              + WRK-TOT-SALDO(2) + WRK-TOT-SALDO(3).
           DISPLAY 'SALDO TOTAL DAS PROVISOES: ' WRK-SALDO-TOTAL.
           DISPLAY 'RELATORIO GRAVADO EM PROVSLD.TXT'.

       0000-LISTARSALDO.
           READ ARQ-PROVISOES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PROVISOES
              NOT AT END
                 IF REG-PV-SALDO13 > 0 OR REG-PV-SALDOFER > 0
                       OR REG-PV-SALDOENC > 0
                    ADD 1 TO WRK-QTD-FUNC
                    ADD REG-PV-SALDO13 TO WRK-TOT-SALDO(1)
                    ADD REG-PV-SALDOFER TO WRK-TOT-SALDO(2)
                    ADD REG-PV-SALDOENC TO WRK-TOT-SALDO(3)
                    MOVE REG-PV-MATRICULA TO REG-FU-MATRICULA
                    READ ARQ-FUNCIONARIOS
                       INVALID KEY
                          MOVE 'NAO CADASTRADO' TO WRK-NOME
                       NOT INVALID KEY
                          MOVE REG-FU-NOME TO WRK-NOME
                    END-READ
                    MOVE REG-PV-SALDO13 TO WRK-VALOR1-ED
                    MOVE REG-PV-SALDOFER TO WRK-VALOR2-ED
                    MOVE REG-PV-SALDOENC TO WRK-VALOR3-ED
                    MOVE SPACES TO WRK-LINHA
                    STRING REG-PV-MATRICULA ' ' WRK-NOME ' '
                       REG-PV-CCUSTO ' ' REG-PV-ULTCOMP '   '
                       WRK-VALOR1-ED ' ' WRK-VALOR2-ED ' '
                       WRK-VALOR3-ED
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-RELSALDO FROM WRK-LINHA
                 END-IF
           END-READ.

       0000-SALDOCONTABIL.
           MOVE ZEROS TO WRK-GL13 WRK-GLFER WRK-GLENC.
           OPEN INPUT ARQ-CONTAMAP.
           IF WRK-FS-CONTAMAP = '00'
              PERFORM 0000-LERMAPA UNTIL WRK-FS-CONTAMAP = '10'
              CLOSE ARQ-CONTAMAP
           END-IF.
           OPEN INPUT ARQ-LANCTOS.
           IF WRK-FS-LANCTOS = '00'
              PERFORM 0000-SOMARLANCTO UNTIL WRK-FS-LANCTOS = '10'
              CLOSE ARQ-LANCTOS
           END-IF.

       0000-LERMAPA.
           READ ARQ-CONTAMAP
              AT END
                 MOVE '10' TO WRK-FS-CONTAMAP
              NOT AT END
                 EVALUATE REG-CM-EVENTO
                    WHEN 'PROV13'
                       MOVE REG-CM-CREDITO TO WRK-CONTA13
                    WHEN 'PROVFER'
                       MOVE REG-CM-CREDITO TO WRK-CONTAFER
                    WHEN 'PROVENC'
                       MOVE REG-CM-CREDITO TO WRK-CONTAENC
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.

       0000-SOMARLANCTO.
           READ ARQ-LANCTOS
              AT END
                 MOVE '10' TO WRK-FS-LANCTOS
              NOT AT END
                 IF REG-LC-TIPOLOTE NOT = 'O'
                    IF REG-LC-DC = 'C'
                       MOVE REG-LC-VALOR TO WRK-GL-VALOR
                    ELSE
                       COMPUTE WRK-GL-VALOR = 0 - REG-LC-VALOR
                    END-IF
                    EVALUATE REG-LC-CONTA
                       WHEN WRK-CONTA13
                          ADD WRK-GL-VALOR TO WRK-GL13
                       WHEN WRK-CONTAFER
                          ADD WRK-GL-VALOR TO WRK-GLFER
                       WHEN WRK-CONTAENC
                          ADD WRK-GL-VALOR TO WRK-GLENC
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
           END-READ.

       0000-LINHACONCILIACAO.
           EVALUATE WRK-IDX
              WHEN 1
                 MOVE WRK-GL13 TO WRK-GL-VALOR
                 MOVE WRK-CONTA13 TO REG-LC-CONTA
              WHEN 2
                 MOVE WRK-GLFER TO WRK-GL-VALOR
                 MOVE WRK-CONTAFER TO REG-LC-CONTA
              WHEN OTHER
                 MOVE WRK-GLENC TO WRK-GL-VALOR
                 MOVE WRK-CONTAENC TO REG-LC-CONTA
           END-EVALUATE.
           COMPUTE WRK-DIFERENCA =
              WRK-TOT-SALDO(WRK-IDX) - WRK-GL-VALOR.
           MOVE WRK-TOT-SALDO(WRK-IDX) TO WRK-VALOR-ED.
           MOVE WRK-GL-VALOR TO WRK-GL-ED.
           MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-VB-NOME(WRK-IDX) ' ' REG-LC-CONTA ' '
              WRK-VALOR-ED WRK-GL-ED WRK-DIFERENCA-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELSALDO FROM WRK-LINHA.
           IF WRK-DIFERENCA NOT = 0
              MOVE SPACES TO WRK-LINHA
              STRING '   *** PROVISAO NAO CONFERE COM A CONTABILIDADE'
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELSALDO FROM WRK-LINHA
           END-IF.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'PERCONT.DAT' TO WRK-NOME-PERCONT.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-PERCONT WRK-CIA-VALIDO.
