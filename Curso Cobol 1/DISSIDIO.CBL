       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISSIDIO.
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
           SELECT ARQ-FOLHAHIS ASSIGN TO "FOLHAHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHAHIS.
           SELECT ARQ-HORAS ASSIGN TO "HORASMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-HR-CHAVE
               FILE STATUS IS WRK-FS-HORAS.
           SELECT ARQ-EVENTOS ASSIGN TO "EVENTMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-EV-CHAVE
               FILE STATUS IS WRK-FS-EVENTOS.
           SELECT ARQ-DEPENDENTES ASSIGN TO "DEPENMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-DP-CHAVE
               FILE STATUS IS WRK-FS-DEPENDENTES.
           SELECT ARQ-FOLCAL ASSIGN TO "FOLCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLCAL.
           SELECT ARQ-DISSMOV ASSIGN TO "DISSMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISSMOV.
           SELECT ARQ-AUDITORIA ASSIGN TO "AUDITSAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
           SELECT ARQ-HISTSAL ASSIGN TO "HISTSAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTSAL.
           SELECT ARQ-RELDISS ASSIGN TO "DISSIDIO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELDISS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FUNCIONARIOS.
       01 REG-FUNCIONARIO.
       COPY FUNCREG.
       FD ARQ-FOLHAHIS.
       01 REG-FOLHAHIS.
       COPY FOLHREG.
       FD ARQ-HORAS.
       01 REG-HORAS.
       COPY HORREG.
       FD ARQ-EVENTOS.
       01 REG-EVENTO.
       COPY EVEREG.
       FD ARQ-DEPENDENTES.
       01 REG-DEPENDENTE.
       COPY DEPREG.
       FD ARQ-FOLCAL.
       01 REG-FOLCAL.
          02 REG-FC-COMPETENCIA PIC 9(06).
          02 REG-FC-STATUS      PIC X(01).
       FD ARQ-DISSMOV.
       01 REG-DISSMOV.
       COPY DSSREG.
       FD ARQ-AUDITORIA.
       01 REG-AUDITORIA        PIC X(131).
       FD ARQ-HISTSAL.
       01 REG-HISTSAL          PIC X(80).
       FD ARQ-RELDISS.
       01 REG-RELDISS          PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-FUNCIONARIOS PIC X(02)  VALUE ZEROS.
       77 WRK-FS-FOLHAHIS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-HORAS     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-EVENTOS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-DEPENDENTES PIC X(02)   VALUE ZEROS.
       77 WRK-FS-FOLCAL    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-DISSMOV   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-AUDITORIA PIC X(02)     VALUE ZEROS.
       77 WRK-FS-HISTSAL   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELDISS   PIC X(02)     VALUE ZEROS.
       77 WRK-HORASMF-OK   PIC X(01)     VALUE 'N'.
       77 WRK-EVENTMF-OK   PIC X(01)     VALUE 'N'.
       77 WRK-DEPENMF-OK   PIC X(01)     VALUE 'N'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-EFETIVAR     PIC X(01)     VALUE 'N'.
       77 WRK-PARAM-OK     PIC X(01)     VALUE 'N'.
       77 WRK-ACORDO       PIC X(10)     VALUE SPACES.
       77 WRK-ACORDO-EXISTE PIC X(01)    VALUE 'N'.
       77 WRK-CRITERIO     PIC X(01)     VALUE SPACES.
       77 WRK-COMP-ATUAL   PIC 9(06)     VALUE ZEROS.
       01 WRK-VIGENCIA.
          02 WRK-VIG-ANO      PIC 9(04).
          02 WRK-VIG-MES      PIC 9(02).
       01 WRK-VIGENCIA-N REDEFINES WRK-VIGENCIA PIC 9(06).
       01 WRK-PAGTO.
          02 WRK-PAG-ANO      PIC 9(04).
          02 WRK-PAG-MES      PIC 9(02).
       01 WRK-PAGTO-N REDEFINES WRK-PAGTO PIC 9(06).
       77 WRK-CAL-STATUS   PIC X(01)     VALUE SPACES.
       77 WRK-QTD-FX       PIC 9(01)     VALUE ZEROS.
       77 WRK-FX-IDX       PIC 9(01)     VALUE ZEROS.
       77 WRK-QTD-CG       PIC 9(02)     VALUE ZEROS.
       77 WRK-CG-IDX       PIC 9(02)     VALUE ZEROS.
       77 WRK-FIM-TAB      PIC X(01)     VALUE 'N'.
       77 WRK-LIMITE-IN    PIC 9(07)V99  VALUE ZEROS.
       77 WRK-CARGO-IN     PIC X(04)     VALUE SPACES.
       77 WRK-PERC-IN      PIC 9(02)V99  VALUE ZEROS.
       77 WRK-PERC-DEMAIS  PIC 9(02)V99  VALUE ZEROS.
       77 WRK-PERC         PIC 9(02)V99  VALUE ZEROS.
       77 WRK-SAL-ANTERIOR PIC 9(07)V99  VALUE ZEROS.
       77 WRK-SAL-NOVO     PIC 9(07)V99  VALUE ZEROS.
       77 WRK-QTDDEP       PIC 9(02)     VALUE ZEROS.
       77 WRK-DEP-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-COMP-MES     PIC 9(06)     VALUE ZEROS.
       77 WRK-HE50         PIC 9(03)     VALUE ZEROS.
       77 WRK-HE100        PIC 9(03)     VALUE ZEROS.
       77 WRK-NOTURNAS     PIC 9(03)     VALUE ZEROS.
       77 WRK-FALTAS       PIC 9(02)     VALUE ZEROS.
       77 WRK-EV-FIXOS     PIC 9(07)V99  VALUE ZEROS.
       77 WRK-EV-PERC      PIC 9(03)V99  VALUE ZEROS.
       77 WRK-EV-RETRO     PIC 9(07)V99  VALUE ZEROS.
       77 WRK-FATOR        PIC S9(03)V9(06) VALUE ZEROS.
       77 WRK-BASE-ORIG    PIC S9(08)V99 VALUE ZEROS.
       77 WRK-DIF-CALC     PIC S9(08)V99 VALUE ZEROS.
       77 WRK-SAL-MES      PIC 9(07)V99  VALUE ZEROS.
       77 WRK-DIFSAL       PIC 9(07)V99  VALUE ZEROS.
       77 WRK-DIFHORAS     PIC 9(07)V99  VALUE ZEROS.
       77 WRK-DIFFALTAS    PIC 9(07)V99  VALUE ZEROS.
       77 WRK-DIFEVENTOS   PIC 9(07)V99  VALUE ZEROS.
       77 WRK-DIFBRUTO     PIC 9(07)V99  VALUE ZEROS.
       77 WRK-DIFINSS      PIC 9(07)V99  VALUE ZEROS.
       77 WRK-DIFIRRF      PIC 9(07)V99  VALUE ZEROS.
       77 WRK-DIFLIQ       PIC S9(08)V99 VALUE ZEROS.
       77 WRK-BRUTO-NOVO   PIC 9(07)V99  VALUE ZEROS.
       77 WRK-INSS-NOVO    PIC 9(07)V99  VALUE ZEROS.
       77 WRK-IRRF-NOVO    PIC 9(07)V99  VALUE ZEROS.
       77 WRK-LIQ-NOVO     PIC 9(07)V99  VALUE ZEROS.
       77 WRK-QTD-MESES    PIC 9(02)     VALUE ZEROS.
       77 WRK-FUN-BRUTO    PIC 9(07)V99  VALUE ZEROS.
       77 WRK-FUN-INSS     PIC 9(07)V99  VALUE ZEROS.
       77 WRK-FUN-IRRF     PIC 9(07)V99  VALUE ZEROS.
       77 WRK-FUN-DESCONTO PIC 9(07)V99  VALUE ZEROS.
       77 WRK-FUN-LIQ      PIC S9(08)V99 VALUE ZEROS.
       77 WRK-QTD-FUNC     PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-FORA     PIC 9(05)     VALUE ZEROS.
       77 WRK-TOT-BRUTO    PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOT-DESCONTO PIC 9(11)V99  VALUE ZEROS.
       77 WRK-EV-CODIGO    PIC X(04)     VALUE SPACES.
       77 WRK-EV-DESCRICAO PIC X(20)     VALUE SPACES.
       77 WRK-EV-TIPO      PIC X(01)     VALUE SPACES.
       77 WRK-EV-VALOR     PIC 9(07)V99  VALUE ZEROS.
       77 WRK-EV-EXISTE    PIC X(01)     VALUE 'N'.
       77 WRK-QTD-CONSULTA PIC 9(05)     VALUE ZEROS.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(131)    VALUE SPACES.
       77 WRK-PERC-ED      PIC Z9,99.
       77 WRK-VALOR1-ED    PIC Z.ZZZ.ZZ9,99.
       77 WRK-VALOR2-ED    PIC Z.ZZZ.ZZ9,99.
       77 WRK-VALOR3-ED    PIC Z.ZZZ.ZZ9,99.
       77 WRK-VALOR4-ED    PIC Z.ZZZ.ZZ9,99.
       77 WRK-VALOR5-ED    PIC Z.ZZZ.ZZ9,99.
       77 WRK-VALOR6-ED    PIC Z.ZZZ.ZZ9,99.
       77 WRK-VALOR7-ED    PIC Z.ZZZ.ZZ9,99.
       77 WRK-LIQ-ED       PIC -Z.ZZZ.ZZ9,99.
       01 WRK-FX-TAB.
          02 WRK-FX-ITEM OCCURS 5 TIMES.
             03 WRK-FX-LIMITE PIC 9(07)V99.
             03 WRK-FX-PERC   PIC 9(02)V99.
       01 WRK-CG-TAB.
          02 WRK-CG-ITEM OCCURS 20 TIMES.
             03 WRK-CG-CODIGO PIC X(04).
             03 WRK-CG-PERC   PIC 9(02)V99.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           COMPUTE WRK-COMP-ATUAL =
              (WRK-ANOSISTEMA * 100) + WRK-MESSISTEMA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'DISSIDIO' TO WRK-LOG-PROGRAMA.
           OPEN I-O ARQ-FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS NOT = '00'
              DISPLAY 'CADASTRO DE FUNCIONARIOS NAO ENCONTRADO.'
           ELSE
              MOVE SPACES TO WRK-OPCAO
              PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'
              CLOSE ARQ-FUNCIONARIOS
           END-IF.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'DISSIDIO COLETIVO E DIFERENCAS RETROATIVAS'.
           DISPLAY ' 1 - SIMULAR ACORDO (SO DEMONSTRATIVO)'.
           DISPLAY ' 2 - APLICAR ACORDO'.
           DISPLAY ' 3 - CONSULTAR DIFERENCAS DE UM ACORDO'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-SIMULARACORDO
              WHEN '2'
                 PERFORM 0004-APLICARACORDO
              WHEN '3'
                 PERFORM 0005-CONSULTARACORDO
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0003-SIMULARACORDO.
           MOVE 'N' TO WRK-EFETIVAR.
           PERFORM 0100-LERPARAMETROS.
           IF WRK-PARAM-OK = 'S'
              PERFORM 0200-PROCESSARACORDO
              DISPLAY 'SIMULACAO GRAVADA EM DISSIDIO.TXT, NADA FOI '
                 'ALTERADO.'
           END-IF.

       0004-APLICARACORDO.
           MOVE 'S' TO WRK-EFETIVAR.
           PERFORM 0100-LERPARAMETROS.
           IF WRK-PARAM-OK = 'S'
              PERFORM 0000-PROCURARACORDO
              IF WRK-ACORDO-EXISTE = 'S'
                 DISPLAY 'ACORDO ' WRK-ACORDO ' JA APLICADO, '
                    'APLICACAO RECUSADA.'
              ELSE
                 DISPLAY ' CONFIRMA A APLICACAO DO ACORDO '
                    WRK-ACORDO '? (S/N)'
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    PERFORM 0200-PROCESSARACORDO
                    DISPLAY 'DEMONSTRATIVO GRAVADO EM DISSIDIO.TXT.'
                    DISPLAY 'DIFERENCAS LANCADAS COMO EVENTOS DA '
                       'COMPETENCIA ' WRK-PAGTO-N '.'
                 ELSE
                    DISPLAY 'ACORDO NAO APLICADO.'
                 END-IF
              END-IF
           END-IF.

       0100-LERPARAMETROS.
           MOVE 'S' TO WRK-PARAM-OK.
           DISPLAY ' CODIGO DO ACORDO?'.
           MOVE SPACES TO WRK-ACORDO.
           ACCEPT WRK-ACORDO.
           DISPLAY ' COMPETENCIA DE VIGENCIA DO ACORDO (AAAAMM)?'.
           ACCEPT WRK-VIGENCIA-N.
           DISPLAY ' COMPETENCIA DE PAGAMENTO DAS DIFERENCAS '
              '(0=ATUAL)?'.
           ACCEPT WRK-PAGTO-N.
           IF WRK-PAGTO-N = 0
              MOVE WRK-COMP-ATUAL TO WRK-PAGTO-N
           END-IF.
           EVALUATE TRUE
              WHEN WRK-ACORDO = SPACES
                 DISPLAY 'CODIGO DO ACORDO OBRIGATORIO.'
                 MOVE 'N' TO WRK-PARAM-OK
              WHEN WRK-VIG-MES < 1 OR WRK-VIG-MES > 12
                 DISPLAY 'COMPETENCIA DE VIGENCIA INVALIDA.'
                 MOVE 'N' TO WRK-PARAM-OK
              WHEN WRK-PAG-MES < 1 OR WRK-PAG-MES > 12
                 DISPLAY 'COMPETENCIA DE PAGAMENTO INVALIDA.'
                 MOVE 'N' TO WRK-PARAM-OK
              WHEN WRK-VIGENCIA-N > WRK-PAGTO-N
                 DISPLAY 'VIGENCIA POSTERIOR AO PAGAMENTO, USE O '
                    'REAJUSTE NORMAL.'
                 MOVE 'N' TO WRK-PARAM-OK
              WHEN OTHER
                 PERFORM 0000-SITUACAOPAGTO
           END-EVALUATE.
           IF WRK-PARAM-OK = 'S'
              MOVE SPACES TO WRK-CRITERIO
              PERFORM UNTIL WRK-CRITERIO = 'F'
                    OR WRK-CRITERIO = 'C'
                 DISPLAY ' CRITERIO (F=FAIXA SALARIAL C=CARGO)?'
                 ACCEPT WRK-CRITERIO
                 IF WRK-CRITERIO = 'f'
                    MOVE 'F' TO WRK-CRITERIO
                 END-IF
                 IF WRK-CRITERIO = 'c'
                    MOVE 'C' TO WRK-CRITERIO
                 END-IF
              END-PERFORM
              IF WRK-CRITERIO = 'F'
                 PERFORM 0110-LERFAIXAS
              ELSE
                 PERFORM 0120-LERCARGOS
              END-IF
           END-IF.

       0000-SITUACAOPAGTO.
           MOVE 'A' TO WRK-CAL-STATUS.
           OPEN INPUT ARQ-FOLCAL.
           IF WRK-FS-FOLCAL = '00'
              PERFORM 0000-LERCALENDARIO UNTIL WRK-FS-FOLCAL = '10'
              CLOSE ARQ-FOLCAL
           END-IF.
           EVALUATE WRK-CAL-STATUS
              WHEN 'G'
                 DISPLAY 'FOLHA DA COMPETENCIA ' WRK-PAGTO-N
                    ' JA PAGA, INFORME A PROXIMA COMPETENCIA.'
                 MOVE 'N' TO WRK-PARAM-OK
              WHEN 'C'
              WHEN 'P'
                 DISPLAY 'ATENCAO: FOLHA DA COMPETENCIA '
                    WRK-PAGTO-N ' JA CALCULADA, REPROCESSE-A PARA '
                    'INCLUIR AS DIFERENCAS.'
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0000-LERCALENDARIO.
           READ ARQ-FOLCAL
              AT END
                 MOVE '10' TO WRK-FS-FOLCAL
              NOT AT END
                 IF REG-FC-COMPETENCIA = WRK-PAGTO-N
                    MOVE REG-FC-STATUS TO WRK-CAL-STATUS
                 END-IF
           END-READ.

       0110-LERFAIXAS.
           MOVE ZEROS TO WRK-QTD-FX.
           MOVE 'N' TO WRK-FIM-TAB.
           PERFORM 0000-LERUMAFAIXA
              UNTIL WRK-FIM-TAB = 'S' OR WRK-QTD-FX = 5.
           IF WRK-FIM-TAB = 'N' AND WRK-QTD-FX = 5
              MOVE ZEROS TO WRK-FX-LIMITE(5)
           END-IF.

       0000-LERUMAFAIXA.
           COMPUTE WRK-FX-IDX = WRK-QTD-FX + 1.
           DISPLAY ' SALARIO ATE (FAIXA ' WRK-FX-IDX
              ', 0=SEM LIMITE)?'.
           ACCEPT WRK-LIMITE-IN.
           DISPLAY ' PERCENTUAL DE REAJUSTE DA FAIXA?'.
           ACCEPT WRK-PERC-IN.
           IF WRK-QTD-FX > 0 AND WRK-LIMITE-IN NOT = 0
                 AND WRK-LIMITE-IN <= WRK-FX-LIMITE(WRK-QTD-FX)
              DISPLAY 'LIMITE DEVE SER MAIOR QUE O DA FAIXA '
                 'ANTERIOR.'
           ELSE
              ADD 1 TO WRK-QTD-FX
              MOVE WRK-LIMITE-IN TO WRK-FX-LIMITE(WRK-QTD-FX)
              MOVE WRK-PERC-IN TO WRK-FX-PERC(WRK-QTD-FX)
              IF WRK-LIMITE-IN = 0
                 MOVE 'S' TO WRK-FIM-TAB
              END-IF
           END-IF.

       0120-LERCARGOS.
           MOVE ZEROS TO WRK-QTD-CG.
           MOVE 'N' TO WRK-FIM-TAB.
           PERFORM 0000-LERUMCARGO
              UNTIL WRK-FIM-TAB = 'S' OR WRK-QTD-CG = 20.
           DISPLAY ' PERCENTUAL PARA OS DEMAIS CARGOS '
              '(0=NAO REAJUSTAR)?'.
           ACCEPT WRK-PERC-DEMAIS.

       0000-LERUMCARGO.
           DISPLAY ' CARGO (BRANCO=FIM)?'.
           MOVE SPACES TO WRK-CARGO-IN.
           ACCEPT WRK-CARGO-IN.
           IF WRK-CARGO-IN = SPACES
              MOVE 'S' TO WRK-FIM-TAB
           ELSE
              DISPLAY ' PERCENTUAL DE REAJUSTE DO CARGO '
                 WRK-CARGO-IN '?'
              ACCEPT WRK-PERC-IN
              ADD 1 TO WRK-QTD-CG
              MOVE WRK-CARGO-IN TO WRK-CG-CODIGO(WRK-QTD-CG)
              MOVE WRK-PERC-IN TO WRK-CG-PERC(WRK-QTD-CG)
           END-IF.

       0000-PROCURARACORDO.
           MOVE 'N' TO WRK-ACORDO-EXISTE.
           OPEN INPUT ARQ-DISSMOV.
           IF WRK-FS-DISSMOV = '00'
              PERFORM 0000-LERACORDO UNTIL WRK-FS-DISSMOV = '10'
              CLOSE ARQ-DISSMOV
           END-IF.

       0000-LERACORDO.
           READ ARQ-DISSMOV
              AT END
                 MOVE '10' TO WRK-FS-DISSMOV
              NOT AT END
                 IF REG-DS-ACORDO = WRK-ACORDO
                    MOVE 'S' TO WRK-ACORDO-EXISTE
                    MOVE '10' TO WRK-FS-DISSMOV
                 END-IF
           END-READ.

       0200-PROCESSARACORDO.
           MOVE ZEROS TO WRK-QTD-FUNC WRK-QTD-FORA WRK-TOT-BRUTO
              WRK-TOT-DESCONTO.
           MOVE 'N' TO WRK-HORASMF-OK.
           OPEN INPUT ARQ-HORAS.
           IF WRK-FS-HORAS = '00'
              MOVE 'S' TO WRK-HORASMF-OK
           END-IF.
           MOVE 'N' TO WRK-DEPENMF-OK.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WRK-FS-DEPENDENTES = '00'
              MOVE 'S' TO WRK-DEPENMF-OK
           END-IF.
           MOVE 'N' TO WRK-EVENTMF-OK.
           IF WRK-EFETIVAR = 'S'
              OPEN I-O ARQ-EVENTOS
              IF WRK-FS-EVENTOS = '35'
                 OPEN OUTPUT ARQ-EVENTOS
                 CLOSE ARQ-EVENTOS
                 OPEN I-O ARQ-EVENTOS
              END-IF
           ELSE
              OPEN INPUT ARQ-EVENTOS
           END-IF.
           IF WRK-FS-EVENTOS = '00'
              MOVE 'S' TO WRK-EVENTMF-OK
           END-IF.
           IF WRK-EFETIVAR = 'S'
              OPEN EXTEND ARQ-DISSMOV
              IF WRK-FS-DISSMOV = '35'
                 OPEN OUTPUT ARQ-DISSMOV
              END-IF
           END-IF.
           OPEN OUTPUT ARQ-RELDISS.
           PERFORM 0000-CABECALHORELAT.
           MOVE SPACES TO REG-FU-MATRICULA.
           START ARQ-FUNCIONARIOS KEY IS NOT LESS THAN
                 REG-FU-MATRICULA
              INVALID KEY
                 MOVE '10' TO WRK-FS-FUNCIONARIOS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-FUNCIONARIOS
           END-START.
           PERFORM 0000-PROCESSARFUNC
              UNTIL WRK-FS-FUNCIONARIOS = '10'.
           MOVE '00' TO WRK-FS-FUNCIONARIOS.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELDISS FROM WRK-LINHA.
           MOVE WRK-TOT-BRUTO TO WRK-VALOR1-ED.
           MOVE WRK-TOT-DESCONTO TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FUNCIONARIOS REAJUSTADOS ... ' WRK-QTD-FUNC
              '   NAO ABRANGIDOS ... ' WRK-QTD-FORA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELDISS FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL DIFERENCAS BRUTAS ... ' WRK-VALOR1-ED
              '   INSS/IRRF ... ' WRK-VALOR2-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELDISS FROM WRK-LINHA.
           CLOSE ARQ-RELDISS.
           IF WRK-EFETIVAR = 'S'
              CLOSE ARQ-DISSMOV
           END-IF.
           IF WRK-EVENTMF-OK = 'S'
              CLOSE ARQ-EVENTOS
           END-IF.
           IF WRK-DEPENMF-OK = 'S'
              CLOSE ARQ-DEPENDENTES
           END-IF.
           IF WRK-HORASMF-OK = 'S'
              CLOSE ARQ-HORAS
           END-IF.
           MOVE 'DISSIDIO.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'FUNCIONARIOS REAJUSTADOS: ' WRK-QTD-FUNC
              ' DIFERENCAS BRUTAS: ' WRK-TOT-BRUTO.
           IF WRK-EFETIVAR = 'S'
              STRING 'DISSIDIO ' WRK-ACORDO ' VIGENCIA='
                 WRK-VIGENCIA-N ' FUNC=' WRK-QTD-FUNC
                 ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-IF.

       0000-CABECALHORELAT.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-EFETIVAR = 'S'
              STRING 'DISSIDIO COLETIVO ' WRK-ACORDO
                 ' - DEMONSTRATIVO DAS DIFERENCAS - EMITIDO EM '
                 WRK-DATASISTEMA
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              STRING 'DISSIDIO COLETIVO ' WRK-ACORDO
                 ' - SIMULACAO DAS DIFERENCAS - EMITIDO EM '
                 WRK-DATASISTEMA
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELDISS FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VIGENCIA ' WRK-VIGENCIA-N
              '  PAGAMENTO DAS DIFERENCAS NA COMPETENCIA '
              WRK-PAGTO-N
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELDISS FROM WRK-LINHA.
           IF WRK-CRITERIO = 'F'
              PERFORM VARYING WRK-FX-IDX FROM 1 BY 1
                    UNTIL WRK-FX-IDX > WRK-QTD-FX
                 MOVE WRK-FX-LIMITE(WRK-FX-IDX) TO WRK-VALOR1-ED
                 MOVE WRK-FX-PERC(WRK-FX-IDX) TO WRK-PERC-ED
                 MOVE SPACES TO WRK-LINHA
                 IF WRK-FX-LIMITE(WRK-FX-IDX) = 0
                    STRING '  FAIXA ' WRK-FX-IDX
                       ' SEM LIMITE    REAJUSTE ' WRK-PERC-ED '%'
                       DELIMITED BY SIZE INTO WRK-LINHA
                 ELSE
                    STRING '  FAIXA ' WRK-FX-IDX
                       ' SALARIO ATE ' WRK-VALOR1-ED
                       ' REAJUSTE ' WRK-PERC-ED '%'
                       DELIMITED BY SIZE INTO WRK-LINHA
                 END-IF
                 WRITE REG-RELDISS FROM WRK-LINHA
              END-PERFORM
           ELSE
              PERFORM VARYING WRK-CG-IDX FROM 1 BY 1
                    UNTIL WRK-CG-IDX > WRK-QTD-CG
                 MOVE WRK-CG-PERC(WRK-CG-IDX) TO WRK-PERC-ED
                 MOVE SPACES TO WRK-LINHA
                 STRING '  CARGO ' WRK-CG-CODIGO(WRK-CG-IDX)
                    ' REAJUSTE ' WRK-PERC-ED '%'
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-RELDISS FROM WRK-LINHA
              END-PERFORM
              MOVE WRK-PERC-DEMAIS TO WRK-PERC-ED
              MOVE SPACES TO WRK-LINHA
              STRING '  DEMAIS CARGOS REAJUSTE ' WRK-PERC-ED '%'
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELDISS FROM WRK-LINHA
           END-IF.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELDISS FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'COMP.   BRUTO ORIG.  SALARIO MES   DIF.SALARIO'
              '   DIF.HE/NOT   DIF.FALTAS  DIF.PROV.%   DIF.BRUTO'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELDISS FROM WRK-LINHA.

       0000-PROCESSARFUNC.
           READ ARQ-FUNCIONARIOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FUNCIONARIOS
              NOT AT END
                 IF REG-FU-STATUS NOT = 'D'
                    PERFORM 0000-DEFINIRPERCENTUAL
                    IF WRK-PERC = 0
                       ADD 1 TO WRK-QTD-FORA
                    ELSE
                       PERFORM 0300-REAJUSTARFUNC
                    END-IF
                 END-IF
           END-READ.

       0000-DEFINIRPERCENTUAL.
           MOVE ZEROS TO WRK-PERC.
           IF WRK-CRITERIO = 'F'
              MOVE 'N' TO WRK-FIM-TAB
              PERFORM VARYING WRK-FX-IDX FROM 1 BY 1
                    UNTIL WRK-FX-IDX > WRK-QTD-FX
                       OR WRK-FIM-TAB = 'S'
                 IF WRK-FX-LIMITE(WRK-FX-IDX) = 0
                       OR REG-FU-SALARIO <= WRK-FX-LIMITE(WRK-FX-IDX)
                    MOVE WRK-FX-PERC(WRK-FX-IDX) TO WRK-PERC
                    MOVE 'S' TO WRK-FIM-TAB
                 END-IF
              END-PERFORM
           ELSE
              MOVE WRK-PERC-DEMAIS TO WRK-PERC
              PERFORM VARYING WRK-CG-IDX FROM 1 BY 1
                    UNTIL WRK-CG-IDX > WRK-QTD-CG
                 IF WRK-CG-CODIGO(WRK-CG-IDX) = REG-FU-CARGO
                    MOVE WRK-CG-PERC(WRK-CG-IDX) TO WRK-PERC
                 END-IF
              END-PERFORM
           END-IF.

       0300-REAJUSTARFUNC.
           ADD 1 TO WRK-QTD-FUNC.
           MOVE REG-FU-SALARIO TO WRK-SAL-ANTERIOR.
           COMPUTE WRK-SAL-NOVO ROUNDED =
              WRK-SAL-ANTERIOR * (100 + WRK-PERC) / 100.
           MOVE ZEROS TO WRK-QTD-MESES WRK-FUN-BRUTO WRK-FUN-INSS
              WRK-FUN-IRRF.
           MOVE WRK-PERC TO WRK-PERC-ED.
           MOVE WRK-SAL-ANTERIOR TO WRK-VALOR1-ED.
           MOVE WRK-SAL-NOVO TO WRK-VALOR2-ED.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELDISS FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING REG-FU-MATRICULA ' ' REG-FU-NOME
              ' CARGO ' REG-FU-CARGO
              ' REAJUSTE ' WRK-PERC-ED '% SALARIO '
              WRK-VALOR1-ED ' ->' WRK-VALOR2-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELDISS FROM WRK-LINHA.
           PERFORM 0000-CONTARDEPENDENTES.
           OPEN INPUT ARQ-FOLHAHIS.
           IF WRK-FS-FOLHAHIS = '00'
              PERFORM 0000-LERFOLHAHIS UNTIL WRK-FS-FOLHAHIS = '10'
              CLOSE ARQ-FOLHAHIS
           END-IF.
           COMPUTE WRK-FUN-DESCONTO = WRK-FUN-INSS + WRK-FUN-IRRF.
           COMPUTE WRK-FUN-LIQ = WRK-FUN-BRUTO - WRK-FUN-DESCONTO.
           ADD WRK-FUN-BRUTO TO WRK-TOT-BRUTO.
           ADD WRK-FUN-DESCONTO TO WRK-TOT-DESCONTO.
           MOVE WRK-FUN-BRUTO TO WRK-VALOR1-ED.
           MOVE WRK-FUN-INSS TO WRK-VALOR2-ED.
           MOVE WRK-FUN-IRRF TO WRK-VALOR3-ED.
           MOVE WRK-FUN-LIQ TO WRK-LIQ-ED.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-QTD-MESES = 0
              STRING '  SEM COMPETENCIAS PROCESSADAS DESDE A '
                 'VIGENCIA, SO O SALARIO E REAJUSTADO.'
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              STRING '  TOTAL ' WRK-QTD-MESES ' MES(ES) BRUTO '
                 WRK-VALOR1-ED ' INSS ' WRK-VALOR2-ED
                 ' IRRF ' WRK-VALOR3-ED ' LIQUIDO ' WRK-LIQ-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELDISS FROM WRK-LINHA.
           IF WRK-EFETIVAR = 'S'
              PERFORM 0400-EFETIVARFUNC
           END-IF.

       0000-CONTARDEPENDENTES.
           MOVE ZEROS TO WRK-QTDDEP.
           IF WRK-DEPENMF-OK = 'S'
              PERFORM VARYING WRK-DEP-IDX FROM 1 BY 1
                    UNTIL WRK-DEP-IDX > 20
                 MOVE REG-FU-MATRICULA TO REG-DP-MATRICULA
                 MOVE WRK-DEP-IDX TO REG-DP-SEQ
                 READ ARQ-DEPENDENTES
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       ADD 1 TO WRK-QTDDEP
                 END-READ
              END-PERFORM
           END-IF.

       0000-LERFOLHAHIS.
           READ ARQ-FOLHAHIS
              AT END
                 MOVE '10' TO WRK-FS-FOLHAHIS
              NOT AT END
                 IF REG-FH-MATRICULA = REG-FU-MATRICULA
                       AND REG-FH-TIPO = 'M'
                       AND REG-FH-COMPETENCIA >= WRK-VIGENCIA-N
                       AND REG-FH-COMPETENCIA < WRK-PAGTO-N
                    PERFORM 0310-RECALCULARMES
                 END-IF
           END-READ.

       0310-RECALCULARMES.
           ADD 1 TO WRK-QTD-MESES.
           MOVE REG-FH-COMPETENCIA TO WRK-COMP-MES.
           MOVE ZEROS TO WRK-HE50 WRK-HE100 WRK-NOTURNAS WRK-FALTAS.
           IF WRK-HORASMF-OK = 'S'
              MOVE REG-FU-MATRICULA TO REG-HR-MATRICULA
              MOVE WRK-COMP-MES TO REG-HR-COMPETENCIA
              READ ARQ-HORAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE REG-HR-HE50 TO WRK-HE50
                    MOVE REG-HR-HE100 TO WRK-HE100
                    MOVE REG-HR-NOTURNAS TO WRK-NOTURNAS
                    MOVE REG-HR-FALTAS TO WRK-FALTAS
              END-READ
           END-IF.
           MOVE ZEROS TO WRK-EV-FIXOS WRK-EV-PERC WRK-EV-RETRO.
           IF WRK-EVENTMF-OK = 'S'
              MOVE REG-FU-MATRICULA TO REG-EV-MATRICULA
              MOVE LOW-VALUES TO REG-EV-CODIGO
              START ARQ-EVENTOS KEY IS NOT LESS THAN REG-EV-CHAVE
                 INVALID KEY
                    MOVE '10' TO WRK-FS-EVENTOS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-EVENTOS
              END-START
              PERFORM 0000-SOMAREVENTO UNTIL WRK-FS-EVENTOS = '10'
              MOVE '00' TO WRK-FS-EVENTOS
           END-IF.
           COMPUTE WRK-FATOR = 1
              + (((WRK-HE50 * 1,5) + (WRK-HE100 * 2)
              + (WRK-NOTURNAS * 0,2)) / 220)
              - (WRK-FALTAS / 30) + (WRK-EV-PERC / 100).
           COMPUTE WRK-BASE-ORIG =
              REG-FH-BRUTO - WRK-EV-FIXOS - WRK-EV-RETRO.
           IF WRK-FATOR > 0 AND WRK-BASE-ORIG > 0
              COMPUTE WRK-SAL-MES ROUNDED = WRK-BASE-ORIG / WRK-FATOR
           ELSE
              MOVE ZEROS TO WRK-SAL-MES
           END-IF.
           COMPUTE WRK-DIFSAL ROUNDED = WRK-SAL-MES * WRK-PERC / 100.
           COMPUTE WRK-DIFHORAS ROUNDED = WRK-DIFSAL
              * ((WRK-HE50 * 1,5) + (WRK-HE100 * 2)
              + (WRK-NOTURNAS * 0,2)) / 220.
           COMPUTE WRK-DIFFALTAS ROUNDED =
              WRK-DIFSAL * WRK-FALTAS / 30.
           COMPUTE WRK-DIFEVENTOS ROUNDED =
              WRK-DIFSAL * WRK-EV-PERC / 100.
           COMPUTE WRK-DIF-CALC = WRK-DIFSAL + WRK-DIFHORAS
              + WRK-DIFEVENTOS - WRK-DIFFALTAS.
           IF WRK-DIF-CALC > 0
              MOVE WRK-DIF-CALC TO WRK-DIFBRUTO
           ELSE
              MOVE ZEROS TO WRK-DIFBRUTO
           END-IF.
           MOVE ZEROS TO WRK-DIFINSS WRK-DIFIRRF.
           IF WRK-DIFBRUTO > 0
              COMPUTE WRK-BRUTO-NOVO =
                 REG-FH-BRUTO - WRK-EV-RETRO + WRK-DIFBRUTO
              CALL 'CALCLIQ' USING WRK-BRUTO-NOVO WRK-INSS-NOVO
                 WRK-IRRF-NOVO WRK-LIQ-NOVO WRK-QTDDEP WRK-COMP-MES
              IF WRK-INSS-NOVO > REG-FH-INSS
                 COMPUTE WRK-DIFINSS = WRK-INSS-NOVO - REG-FH-INSS
              END-IF
              IF WRK-IRRF-NOVO > REG-FH-IRRF
                 COMPUTE WRK-DIFIRRF = WRK-IRRF-NOVO - REG-FH-IRRF
              END-IF
           END-IF.
           COMPUTE WRK-DIFLIQ =
              WRK-DIFBRUTO - WRK-DIFINSS - WRK-DIFIRRF.
           ADD WRK-DIFBRUTO TO WRK-FUN-BRUTO.
           ADD WRK-DIFINSS TO WRK-FUN-INSS.
           ADD WRK-DIFIRRF TO WRK-FUN-IRRF.
           PERFORM 0000-IMPRIMIRMES.
           IF WRK-EFETIVAR = 'S'
              PERFORM 0000-GRAVARDISSMOV
           END-IF.

       0000-SOMAREVENTO.
           READ ARQ-EVENTOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-EVENTOS
              NOT AT END
                 IF REG-EV-MATRICULA NOT = REG-FU-MATRICULA
                    MOVE '10' TO WRK-FS-EVENTOS
                 ELSE
                    IF REG-EV-COMPINI <= WRK-COMP-MES
                          AND (REG-EV-COMPFIM = 0
                             OR REG-EV-COMPFIM >= WRK-COMP-MES)
                       EVALUATE TRUE
                          WHEN REG-EV-TIPO = 'P'
                                AND REG-EV-FORMA = 'F'
                             ADD REG-EV-VALOR TO WRK-EV-PERC
                          WHEN REG-EV-TIPO = 'P'
                             ADD REG-EV-VALOR TO WRK-EV-FIXOS
                          WHEN REG-EV-TIPO = 'R'
                             ADD REG-EV-VALOR TO WRK-EV-RETRO
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                    END-IF
                 END-IF
           END-READ.

       0000-IMPRIMIRMES.
           MOVE REG-FH-BRUTO TO WRK-VALOR1-ED.
           MOVE WRK-SAL-MES TO WRK-VALOR2-ED.
           MOVE WRK-DIFSAL TO WRK-VALOR3-ED.
           MOVE WRK-DIFHORAS TO WRK-VALOR4-ED.
           MOVE WRK-DIFFALTAS TO WRK-VALOR5-ED.
           MOVE WRK-DIFEVENTOS TO WRK-VALOR6-ED.
           MOVE WRK-DIFBRUTO TO WRK-VALOR7-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-COMP-MES ' ' WRK-VALOR1-ED ' ' WRK-VALOR2-ED
              ' ' WRK-VALOR3-ED ' ' WRK-VALOR4-ED ' ' WRK-VALOR5-ED
              ' ' WRK-VALOR6-ED ' ' WRK-VALOR7-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELDISS FROM WRK-LINHA.
           MOVE REG-FH-INSS TO WRK-VALOR1-ED.
           MOVE WRK-DIFINSS TO WRK-VALOR2-ED.
           MOVE REG-FH-IRRF TO WRK-VALOR3-ED.
           MOVE WRK-DIFIRRF TO WRK-VALOR4-ED.
           MOVE WRK-DIFLIQ TO WRK-LIQ-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '       INSS ORIG.' WRK-VALOR1-ED
              ' DIF.' WRK-VALOR2-ED
              '  IRRF ORIG.' WRK-VALOR3-ED
              ' DIF.' WRK-VALOR4-ED
              '  LIQ.' WRK-LIQ-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELDISS FROM WRK-LINHA.

       0000-GRAVARDISSMOV.
           MOVE WRK-ACORDO TO REG-DS-ACORDO.
           MOVE REG-FU-MATRICULA TO REG-DS-MATRICULA.
           MOVE WRK-COMP-MES TO REG-DS-COMPETENCIA.
           MOVE WRK-PAGTO-N TO REG-DS-COMPPAGTO.
           MOVE WRK-PERC TO REG-DS-PERC.
           MOVE REG-FH-BRUTO TO REG-DS-BRUTOORIG.
           MOVE WRK-SAL-MES TO REG-DS-SALMES.
           MOVE WRK-DIFSAL TO REG-DS-DIFSAL.
           MOVE WRK-DIFHORAS TO REG-DS-DIFHORAS.
           MOVE WRK-DIFFALTAS TO REG-DS-DIFFALTAS.
           MOVE WRK-DIFEVENTOS TO REG-DS-DIFEVENTOS.
           MOVE WRK-DIFBRUTO TO REG-DS-DIFBRUTO.
           MOVE WRK-DIFINSS TO REG-DS-DIFINSS.
           MOVE WRK-DIFIRRF TO REG-DS-DIFIRRF.
           MOVE WRK-DATASISTEMA TO REG-DS-DATA.
           MOVE WRK-OPERADOR TO REG-DS-OPERADOR.
           WRITE REG-DISSMOV.

       0400-EFETIVARFUNC.
           MOVE WRK-SAL-NOVO TO REG-FU-SALARIO.
           REWRITE REG-FUNCIONARIO
              INVALID KEY
                 DISPLAY 'ERRO AO REGRAVAR MATRICULA '
                    REG-FU-MATRICULA
           END-REWRITE.
           IF WRK-FUN-BRUTO > 0
              MOVE 'DISS' TO WRK-EV-CODIGO
              MOVE 'DIFERENCAS DISSIDIO' TO WRK-EV-DESCRICAO
              MOVE 'R' TO WRK-EV-TIPO
              MOVE WRK-FUN-BRUTO TO WRK-EV-VALOR
              PERFORM 0000-GRAVAREVENTO
           END-IF.
           IF WRK-FUN-DESCONTO > 0
              MOVE 'DISI' TO WRK-EV-CODIGO
              MOVE 'INSS/IRRF DISSIDIO' TO WRK-EV-DESCRICAO
              MOVE 'D' TO WRK-EV-TIPO
              MOVE WRK-FUN-DESCONTO TO WRK-EV-VALOR
              PERFORM 0000-GRAVAREVENTO
           END-IF.
           OPEN EXTEND ARQ-AUDITORIA.
           IF WRK-FS-AUDITORIA = '35'
              OPEN OUTPUT ARQ-AUDITORIA
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING REG-FU-MATRICULA ' ' REG-FU-NOME
              ' SALANT=' WRK-SAL-ANTERIOR
              ' DISSIDIO=' WRK-ACORDO
              ' VIGENCIA=' WRK-VIGENCIA-N
              ' PERC=' WRK-PERC
              ' SALNOVO=' WRK-SAL-NOVO
              ' RETROATIVO=' WRK-FUN-BRUTO
              ' DATA=' WRK-DATASISTEMA
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-AUDITORIA FROM WRK-LINHA.
           CLOSE ARQ-AUDITORIA.
           OPEN EXTEND ARQ-HISTSAL.
           IF WRK-FS-HISTSAL = '35'
              OPEN OUTPUT ARQ-HISTSAL
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING REG-FU-MATRICULA ' ANO=' WRK-ANOSISTEMA
              ' NOVOSALARIOBASE=' WRK-SAL-NOVO
              ' DISSIDIO=' WRK-ACORDO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-HISTSAL FROM WRK-LINHA.
           CLOSE ARQ-HISTSAL.
           STRING 'REAJUSTE DISSIDIO MATRICULA=' REG-FU-MATRICULA
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.

       0000-GRAVAREVENTO.
           MOVE REG-FU-MATRICULA TO REG-EV-MATRICULA.
           MOVE WRK-EV-CODIGO TO REG-EV-CODIGO.
           MOVE 'N' TO WRK-EV-EXISTE.
           READ ARQ-EVENTOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WRK-EV-EXISTE
           END-READ.
           IF WRK-EV-EXISTE = 'S' AND REG-EV-COMPFIM >= WRK-PAGTO-N
              ADD WRK-EV-VALOR TO REG-EV-VALOR
              MOVE WRK-PAGTO-N TO REG-EV-COMPINI
              MOVE WRK-PAGTO-N TO REG-EV-COMPFIM
              REWRITE REG-EVENTO
                 INVALID KEY
                    DISPLAY 'ERRO AO REGRAVAR EVENTO ' WRK-EV-CODIGO
              END-REWRITE
           ELSE
              MOVE REG-FU-MATRICULA TO REG-EV-MATRICULA
              MOVE WRK-EV-CODIGO TO REG-EV-CODIGO
              MOVE WRK-EV-DESCRICAO TO REG-EV-DESCRICAO
              MOVE WRK-EV-TIPO TO REG-EV-TIPO
              MOVE 'V' TO REG-EV-FORMA
              MOVE WRK-EV-VALOR TO REG-EV-VALOR
              MOVE WRK-PAGTO-N TO REG-EV-COMPINI
              MOVE WRK-PAGTO-N TO REG-EV-COMPFIM
              IF WRK-EV-EXISTE = 'S'
                 REWRITE REG-EVENTO
                    INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR EVENTO '
                          WRK-EV-CODIGO
                 END-REWRITE
              ELSE
                 WRITE REG-EVENTO
                    INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR EVENTO ' WRK-EV-CODIGO
                 END-WRITE
              END-IF
           END-IF.

       0005-CONSULTARACORDO.
           DISPLAY ' CODIGO DO ACORDO?'.
           MOVE SPACES TO WRK-ACORDO.
           ACCEPT WRK-ACORDO.
           MOVE ZEROS TO WRK-QTD-CONSULTA.
           OPEN INPUT ARQ-DISSMOV.
           IF WRK-FS-DISSMOV = '00'
              PERFORM 0000-LISTARDISSMOV UNTIL WRK-FS-DISSMOV = '10'
              CLOSE ARQ-DISSMOV
           END-IF.
           IF WRK-QTD-CONSULTA = 0
              DISPLAY 'NENHUMA DIFERENCA GRAVADA PARA O ACORDO.'
           END-IF.

       0000-LISTARDISSMOV.
           READ ARQ-DISSMOV
              AT END
                 MOVE '10' TO WRK-FS-DISSMOV
              NOT AT END
                 IF REG-DS-ACORDO = WRK-ACORDO
                    ADD 1 TO WRK-QTD-CONSULTA
                    DISPLAY REG-DS-MATRICULA
                       ' COMP=' REG-DS-COMPETENCIA
                       ' PAGTO=' REG-DS-COMPPAGTO
                       ' PERC=' REG-DS-PERC
                       ' BRUTO=' REG-DS-DIFBRUTO
                       ' INSS=' REG-DS-DIFINSS
                       ' IRRF=' REG-DS-DIFIRRF
                 END-IF
           END-READ.
