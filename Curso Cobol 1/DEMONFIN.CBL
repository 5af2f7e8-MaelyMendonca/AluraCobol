       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMONFIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LANCTOS ASSIGN TO "LANCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCTOS.
           SELECT ARQ-PERIODOS ASSIGN TO WRK-NOME-PERCONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODOS.
           SELECT ARQ-PLANO ASSIGN TO "PLANOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PL-CONTA
               FILE STATUS IS WRK-FS-PLANO.
           SELECT ARQ-DEMOPARM ASSIGN TO "DEMOPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEMOPARM.
           SELECT ARQ-RELDEM ASSIGN TO "DEMONFIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELDEM.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LANCTOS.
       01 REG-LANCTO.
       COPY LCTREG.
       FD ARQ-PERIODOS.
       01 REG-PERIODO.
          02 REG-PC-COMPETENCIA PIC 9(06).
          02 REG-PC-STATUS      PIC X(01).
          02 REG-PC-EXTRAIDO    PIC X(01).
       FD ARQ-PLANO.
       01 REG-PLANO.
          02 REG-PL-CONTA      PIC 9(06).
          02 REG-PL-DESCRICAO  PIC X(30).
          02 REG-PL-TIPO       PIC X(01).
          02 REG-PL-STATUS     PIC X(01).
       FD ARQ-DEMOPARM.
       01 REG-DEMOPARM.
       COPY DEMREG.
       FD ARQ-RELDEM.
       01 REG-RELDEM           PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-LANCTOS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PERIODOS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PLANO     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-DEMOPARM  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELDEM    PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'DEMONFIN'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-MES-COMP     PIC 9(02)     VALUE ZEROS.
       77 WRK-ANO-COMP     PIC 9(04)     VALUE ZEROS.
       77 WRK-COMPETENCIA  PIC 9(06)     VALUE ZEROS.
       77 WRK-COMP-ANT     PIC 9(06)     VALUE ZEROS.
       77 WRK-COMP-LANC    PIC 9(06)     VALUE ZEROS.
       77 WRK-PER-STATUS   PIC X(01)     VALUE 'A'.
       77 WRK-PRELIMINAR   PIC X(01)     VALUE 'N'.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-DETALHAR     PIC X(01)     VALUE 'N'.
       77 WRK-PLANO-OK     PIC X(01)     VALUE 'N'.
       77 WRK-QTD-LIDOS    PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-LINHAS   PIC 9(02)     VALUE ZEROS.
       77 WRK-LIN-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-CONTAS   PIC 9(03)     VALUE ZEROS.
       77 WRK-CONTA-IDX    PIC 9(03)     VALUE ZEROS.
       77 WRK-POS          PIC 9(03)     VALUE ZEROS.
       77 WRK-IDX          PIC 9(03)     VALUE ZEROS.
       77 WRK-COL          PIC 9(01)     VALUE ZEROS.
       77 WRK-COL1         PIC 9(01)     VALUE ZEROS.
       77 WRK-COL2         PIC 9(01)     VALUE ZEROS.
       77 WRK-CLASSIFICADA PIC X(01)     VALUE 'N'.
       77 WRK-QTD-SEMLINHA PIC 9(03)     VALUE ZEROS.
       77 WRK-DESC-CONTA   PIC X(30)     VALUE SPACES.
       77 WRK-DESC-CURTA   PIC X(20)     VALUE SPACES.
       77 WRK-VALOR1       PIC S9(12)V99 VALUE ZEROS.
       77 WRK-VALOR2       PIC S9(12)V99 VALUE ZEROS.
       77 WRK-VALOR1-ED    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR2-ED    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-TITULO       PIC X(40)     VALUE SPACES.
       77 WRK-TITULO1      PIC X(19)     VALUE SPACES.
       77 WRK-TITULO2      PIC X(19)     VALUE SPACES.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-NOME-PERCONT PIC X(12)     VALUE 'PERCONT.DAT'.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-EMPRESA-LANC PIC X(02)     VALUE SPACES.
       01 WRK-DATALANC.
          02 WRK-DL-ANO       PIC 9(04).
          02 WRK-DL-MES       PIC 9(02).
          02 WRK-DL-DIA       PIC 9(02).
       01 WRK-LINHAS-TAB.
          02 WRK-LIN-ITEM OCCURS 30 TIMES.
             03 WRK-LI-DEMONST  PIC X(01).
             03 WRK-LI-DESCRICAO PIC X(30).
             03 WRK-LI-CONTAINI PIC 9(06).
             03 WRK-LI-CONTAFIM PIC 9(06).
             03 WRK-LI-NATUREZA PIC X(01).
             03 WRK-LI-VALOR    PIC S9(12)V99 OCCURS 6 TIMES.
       01 WRK-CONTAS-TAB.
          02 WRK-CONTA-ITEM OCCURS 300 TIMES.
             03 WRK-CT-CONTA    PIC 9(06).
             03 WRK-CT-VALOR    PIC S9(12)V99 OCCURS 6 TIMES.
       01 WRK-RESULTADO-TAB.
          02 WRK-RESULTADO    PIC S9(12)V99 OCCURS 6 TIMES.
       01 WRK-ATIVO-TAB.
          02 WRK-TOT-ATIVO    PIC S9(12)V99 OCCURS 6 TIMES.
       01 WRK-PASSIVO-TAB.
          02 WRK-TOT-PASSIVO  PIC S9(12)V99 OCCURS 6 TIMES.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE ZEROS TO WRK-MES-COMP.
           PERFORM UNTIL WRK-MES-COMP >= 1 AND WRK-MES-COMP <= 12
              DISPLAY ' MES DE COMPETENCIA DAS DEMONSTRACOES (1-12)?'
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
           IF WRK-MES-COMP = 1
              COMPUTE WRK-COMP-ANT =
                 ((WRK-ANO-COMP - 1) * 100) + 12
           ELSE
              COMPUTE WRK-COMP-ANT = WRK-COMPETENCIA - 1
           END-IF.
           PERFORM 0002-CONFERIRCOMPETENCIA.
           IF WRK-PER-STATUS NOT = 'F' AND WRK-PER-STATUS NOT = 'E'
                 AND WRK-PRELIMINAR = 'N'
              DISPLAY 'EMISSAO RECUSADA.'
              GOBACK
           END-IF.
           DISPLAY ' DETALHAR AS CONTAS DE CADA LINHA? (S/N)'.
           ACCEPT WRK-DETALHAR.
           IF WRK-DETALHAR = 's'
              MOVE 'S' TO WRK-DETALHAR
           END-IF.
           OPEN INPUT ARQ-LANCTOS.
           IF WRK-FS-LANCTOS NOT = '00'
              DISPLAY 'ARQUIVO DE LANCAMENTOS (LANCTOS.DAT) NAO '
                 'ENCONTRADO.'
              GOBACK
           END-IF.
           PERFORM 0003-CARREGARLINHAS.
           PERFORM 0004-ACUMULARLANCTO
              UNTIL WRK-FS-LANCTOS = '10'.
           CLOSE ARQ-LANCTOS.
           PERFORM 0005-APURARLINHAS.
           MOVE 'N' TO WRK-PLANO-OK.
           OPEN INPUT ARQ-PLANO.
           IF WRK-FS-PLANO = '00'
              MOVE 'S' TO WRK-PLANO-OK
           END-IF.
           OPEN OUTPUT ARQ-RELDEM.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-PRELIMINAR = 'S'
              STRING 'DEMONSTRACOES FINANCEIRAS - COMPETENCIA '
                 WRK-COMPETENCIA ' - PRELIMINAR (PERIODO NAO '
                 'FECHADO)'
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              STRING 'DEMONSTRACOES FINANCEIRAS - COMPETENCIA '
                 WRK-COMPETENCIA
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELDEM FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EMITIDO EM ' WRK-DATASISTEMA
              ' OPERADOR=' WRK-OPERADOR
              ' EMPRESA=' WRK-CIA-EMPRESA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELDEM FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELDEM FROM WRK-LINHA.
           MOVE 'DEMONSTRACAO DO RESULTADO DO MES' TO WRK-TITULO.
           MOVE '  MES DE REFERENCIA' TO WRK-TITULO1.
           MOVE '      MES ANTERIOR' TO WRK-TITULO2.
           MOVE 1 TO WRK-COL1.
           MOVE 2 TO WRK-COL2.
           PERFORM 0006-IMPRIMIRDRE.
           MOVE 'DEMONSTRACAO DO RESULTADO ACUMULADO NO ANO'
              TO WRK-TITULO.
           MOVE '    ACUMULADO ANO' TO WRK-TITULO1.
           MOVE '  ANO ANTERIOR' TO WRK-TITULO2.
           MOVE 3 TO WRK-COL1.
           MOVE 4 TO WRK-COL2.
           PERFORM 0006-IMPRIMIRDRE.
           PERFORM 0007-IMPRIMIRBALANCO.
           PERFORM 0008-CONTASSEMLINHA.
           CLOSE ARQ-RELDEM.
           IF WRK-PLANO-OK = 'S'
              CLOSE ARQ-PLANO
           END-IF.
           DISPLAY 'LANCAMENTOS CONSIDERADOS: ' WRK-QTD-LIDOS.
           DISPLAY 'RELATORIO GRAVADO EM DEMONFIN.TXT'.
           STRING 'DEMONSTRACOES COMP=' WRK-COMPETENCIA
              ' PRELIMINAR=' WRK-PRELIMINAR
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.
           MOVE 'DEMONFIN.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           GOBACK.

       0002-CONFERIRCOMPETENCIA.
           MOVE 'A' TO WRK-PER-STATUS.
           MOVE 'N' TO WRK-PRELIMINAR.
           OPEN INPUT ARQ-PERIODOS.
           IF WRK-FS-PERIODOS = '00'
              PERFORM 0000-LERPERIODO
                 UNTIL WRK-FS-PERIODOS = '10'
              CLOSE ARQ-PERIODOS
           END-IF.
           IF WRK-PER-STATUS NOT = 'F' AND WRK-PER-STATUS NOT = 'E'
              DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                 ' NAO ESTA FECHADA EM PERCONT.DAT.'
              DISPLAY ' EMITIR COMO PRELIMINAR? (S/N)'
              ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                 MOVE 'S' TO WRK-PRELIMINAR
              END-IF
           END-IF.

       0000-LERPERIODO.
           READ ARQ-PERIODOS
              AT END
                 MOVE '10' TO WRK-FS-PERIODOS
              NOT AT END
                 IF REG-PC-COMPETENCIA = WRK-COMPETENCIA
                    MOVE REG-PC-STATUS TO WRK-PER-STATUS
                 END-IF
           END-READ.

       0003-CARREGARLINHAS.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           OPEN INPUT ARQ-DEMOPARM.
           IF WRK-FS-DEMOPARM = '00'
              PERFORM 0000-LERLINHA UNTIL WRK-FS-DEMOPARM = '10'
              CLOSE ARQ-DEMOPARM
           END-IF.
           IF WRK-QTD-LINHAS = 0
              PERFORM 0000-LINHASPADRAO
           END-IF.
           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                 UNTIL WRK-LIN-IDX > WRK-QTD-LINHAS
              PERFORM VARYING WRK-COL FROM 1 BY 1
                    UNTIL WRK-COL > 6
                 MOVE ZEROS TO WRK-LI-VALOR(WRK-LIN-IDX, WRK-COL)
              END-PERFORM
           END-PERFORM.

       0000-LERLINHA.
           READ ARQ-DEMOPARM
              AT END
                 MOVE '10' TO WRK-FS-DEMOPARM
              NOT AT END
                 IF WRK-QTD-LINHAS < 30
                    ADD 1 TO WRK-QTD-LINHAS
                    MOVE REG-DM-DEMONST
                       TO WRK-LI-DEMONST(WRK-QTD-LINHAS)
                    MOVE REG-DM-DESCRICAO
                       TO WRK-LI-DESCRICAO(WRK-QTD-LINHAS)
                    MOVE REG-DM-CONTAINI
                       TO WRK-LI-CONTAINI(WRK-QTD-LINHAS)
                    MOVE REG-DM-CONTAFIM
                       TO WRK-LI-CONTAFIM(WRK-QTD-LINHAS)
                    MOVE REG-DM-NATUREZA
                       TO WRK-LI-NATUREZA(WRK-QTD-LINHAS)
                 END-IF
           END-READ.

       0000-LINHASPADRAO.
           MOVE 21 TO WRK-QTD-LINHAS.
           MOVE 'R' TO WRK-LI-DEMONST(1).
           MOVE 'RECEITA BRUTA' TO WRK-LI-DESCRICAO(1).
           MOVE 310000 TO WRK-LI-CONTAINI(1).
           MOVE 313999 TO WRK-LI-CONTAFIM(1).
           MOVE 'C' TO WRK-LI-NATUREZA(1).
           MOVE 'R' TO WRK-LI-DEMONST(2).
           MOVE '(-) DEDUCOES DA RECEITA' TO WRK-LI-DESCRICAO(2).
           MOVE 320000 TO WRK-LI-CONTAINI(2).
           MOVE 329999 TO WRK-LI-CONTAFIM(2).
           MOVE 'D' TO WRK-LI-NATUREZA(2).
           MOVE 'S' TO WRK-LI-DEMONST(3).
           MOVE '= RECEITA LIQUIDA' TO WRK-LI-DESCRICAO(3).
           MOVE ZEROS TO WRK-LI-CONTAINI(3).
           MOVE ZEROS TO WRK-LI-CONTAFIM(3).
           MOVE 'C' TO WRK-LI-NATUREZA(3).
           MOVE 'R' TO WRK-LI-DEMONST(4).
           MOVE '(-) CUSTO DAS MERCADORIAS' TO WRK-LI-DESCRICAO(4).
           MOVE 412000 TO WRK-LI-CONTAINI(4).
           MOVE 412999 TO WRK-LI-CONTAFIM(4).
           MOVE 'D' TO WRK-LI-NATUREZA(4).
           MOVE 'S' TO WRK-LI-DEMONST(5).
           MOVE '= LUCRO BRUTO' TO WRK-LI-DESCRICAO(5).
           MOVE ZEROS TO WRK-LI-CONTAINI(5).
           MOVE ZEROS TO WRK-LI-CONTAFIM(5).
           MOVE 'C' TO WRK-LI-NATUREZA(5).
           MOVE 'R' TO WRK-LI-DEMONST(6).
           MOVE '(-) DESPESAS COM PESSOAL' TO WRK-LI-DESCRICAO(6).
           MOVE 411000 TO WRK-LI-CONTAINI(6).
           MOVE 411999 TO WRK-LI-CONTAFIM(6).
           MOVE 'D' TO WRK-LI-NATUREZA(6).
           MOVE 'R' TO WRK-LI-DEMONST(7).
           MOVE '(-) DESPESAS OPERACIONAIS' TO WRK-LI-DESCRICAO(7).
           MOVE 413000 TO WRK-LI-CONTAINI(7).
           MOVE 415999 TO WRK-LI-CONTAFIM(7).
           MOVE 'D' TO WRK-LI-NATUREZA(7).
           MOVE 'R' TO WRK-LI-DEMONST(8).
           MOVE '(-) DESPESAS FINANCEIRAS' TO WRK-LI-DESCRICAO(8).
           MOVE 416000 TO WRK-LI-CONTAINI(8).
           MOVE 419999 TO WRK-LI-CONTAFIM(8).
           MOVE 'D' TO WRK-LI-NATUREZA(8).
           MOVE 'R' TO WRK-LI-DEMONST(9).
           MOVE '(+) RECEITAS FINANC. E OUTRAS' TO WRK-LI-DESCRICAO(9).
           MOVE 314000 TO WRK-LI-CONTAINI(9).
           MOVE 319999 TO WRK-LI-CONTAFIM(9).
           MOVE 'C' TO WRK-LI-NATUREZA(9).
           MOVE 'S' TO WRK-LI-DEMONST(10).
           MOVE '= RESULTADO LIQUIDO' TO WRK-LI-DESCRICAO(10).
           MOVE ZEROS TO WRK-LI-CONTAINI(10).
           MOVE ZEROS TO WRK-LI-CONTAFIM(10).
           MOVE 'C' TO WRK-LI-NATUREZA(10).
           MOVE 'A' TO WRK-LI-DEMONST(11).
           MOVE 'DISPONIBILIDADES' TO WRK-LI-DESCRICAO(11).
           MOVE 111000 TO WRK-LI-CONTAINI(11).
           MOVE 111999 TO WRK-LI-CONTAFIM(11).
           MOVE 'D' TO WRK-LI-NATUREZA(11).
           MOVE 'A' TO WRK-LI-DEMONST(12).
           MOVE 'CLIENTES (LIQUIDO DE PDD)' TO WRK-LI-DESCRICAO(12).
           MOVE 112000 TO WRK-LI-CONTAINI(12).
           MOVE 112999 TO WRK-LI-CONTAFIM(12).
           MOVE 'D' TO WRK-LI-NATUREZA(12).
           MOVE 'A' TO WRK-LI-DEMONST(13).
           MOVE 'ESTOQUES' TO WRK-LI-DESCRICAO(13).
           MOVE 113000 TO WRK-LI-CONTAINI(13).
           MOVE 113999 TO WRK-LI-CONTAFIM(13).
           MOVE 'D' TO WRK-LI-NATUREZA(13).
           MOVE 'A' TO WRK-LI-DEMONST(14).
           MOVE 'OUTROS ATIVOS CIRCULANTES' TO WRK-LI-DESCRICAO(14).
           MOVE 114000 TO WRK-LI-CONTAINI(14).
           MOVE 119999 TO WRK-LI-CONTAFIM(14).
           MOVE 'D' TO WRK-LI-NATUREZA(14).
           MOVE 'A' TO WRK-LI-DEMONST(15).
           MOVE 'ATIVO NAO CIRCULANTE' TO WRK-LI-DESCRICAO(15).
           MOVE 120000 TO WRK-LI-CONTAINI(15).
           MOVE 199999 TO WRK-LI-CONTAFIM(15).
           MOVE 'D' TO WRK-LI-NATUREZA(15).
           MOVE 'P' TO WRK-LI-DEMONST(16).
           MOVE 'OBRIGACOES TRABALHISTAS' TO WRK-LI-DESCRICAO(16).
           MOVE 211000 TO WRK-LI-CONTAINI(16).
           MOVE 211999 TO WRK-LI-CONTAFIM(16).
           MOVE 'C' TO WRK-LI-NATUREZA(16).
           MOVE 'P' TO WRK-LI-DEMONST(17).
           MOVE 'FORNECEDORES' TO WRK-LI-DESCRICAO(17).
           MOVE 212000 TO WRK-LI-CONTAINI(17).
           MOVE 212999 TO WRK-LI-CONTAFIM(17).
           MOVE 'C' TO WRK-LI-NATUREZA(17).
           MOVE 'P' TO WRK-LI-DEMONST(18).
           MOVE 'CREDITOS DE CLIENTES' TO WRK-LI-DESCRICAO(18).
           MOVE 213000 TO WRK-LI-CONTAINI(18).
           MOVE 213999 TO WRK-LI-CONTAFIM(18).
           MOVE 'C' TO WRK-LI-NATUREZA(18).
           MOVE 'P' TO WRK-LI-DEMONST(19).
           MOVE 'OBRIGACOES TRIBUTARIAS' TO WRK-LI-DESCRICAO(19).
           MOVE 214000 TO WRK-LI-CONTAINI(19).
           MOVE 219999 TO WRK-LI-CONTAFIM(19).
           MOVE 'C' TO WRK-LI-NATUREZA(19).
           MOVE 'P' TO WRK-LI-DEMONST(20).
           MOVE 'PASSIVO NAO CIRCULANTE' TO WRK-LI-DESCRICAO(20).
           MOVE 220000 TO WRK-LI-CONTAINI(20).
           MOVE 229999 TO WRK-LI-CONTAFIM(20).
           MOVE 'C' TO WRK-LI-NATUREZA(20).
           MOVE 'P' TO WRK-LI-DEMONST(21).
           MOVE 'PATRIMONIO LIQUIDO' TO WRK-LI-DESCRICAO(21).
           MOVE 230000 TO WRK-LI-CONTAINI(21).
           MOVE 299999 TO WRK-LI-CONTAFIM(21).
           MOVE 'C' TO WRK-LI-NATUREZA(21).

       0004-ACUMULARLANCTO.
           READ ARQ-LANCTOS
              AT END
                 MOVE '10' TO WRK-FS-LANCTOS
              NOT AT END
                 MOVE REG-LC-EMPRESA TO WRK-EMPRESA-LANC
                 IF WRK-EMPRESA-LANC = SPACES
                    MOVE '01' TO WRK-EMPRESA-LANC
                 END-IF
                 IF WRK-EMPRESA-LANC = WRK-CIA-EMPRESA
                    MOVE REG-LC-DATA TO WRK-DATALANC
                    COMPUTE WRK-COMP-LANC =
                       (WRK-DL-ANO * 100) + WRK-DL-MES
                    IF WRK-COMP-LANC <= WRK-COMPETENCIA
                          AND REG-LC-TIPOLOTE NOT = 'O'
                       ADD 1 TO WRK-QTD-LIDOS
                       PERFORM 0000-LOCALIZARCONTA
                       IF WRK-CONTA-IDX > 0
                          PERFORM 0000-ACUMULARCOLUNAS
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0000-LOCALIZARCONTA.
           PERFORM VARYING WRK-POS FROM 1 BY 1
                 UNTIL WRK-POS > WRK-QTD-CONTAS
                    OR WRK-CT-CONTA(WRK-POS) NOT < REG-LC-CONTA
              CONTINUE
           END-PERFORM.
           IF WRK-POS <= WRK-QTD-CONTAS
                 AND WRK-CT-CONTA(WRK-POS) = REG-LC-CONTA
              MOVE WRK-POS TO WRK-CONTA-IDX
           ELSE
              IF WRK-QTD-CONTAS < 300
                 PERFORM VARYING WRK-IDX FROM WRK-QTD-CONTAS BY -1
                       UNTIL WRK-IDX < WRK-POS
                    MOVE WRK-CONTA-ITEM(WRK-IDX)
                       TO WRK-CONTA-ITEM(WRK-IDX + 1)
                 END-PERFORM
                 ADD 1 TO WRK-QTD-CONTAS
                 MOVE REG-LC-CONTA TO WRK-CT-CONTA(WRK-POS)
                 PERFORM VARYING WRK-COL FROM 1 BY 1
                       UNTIL WRK-COL > 6
                    MOVE ZEROS TO WRK-CT-VALOR(WRK-POS, WRK-COL)
                 END-PERFORM
                 MOVE WRK-POS TO WRK-CONTA-IDX
              ELSE
                 MOVE ZEROS TO WRK-CONTA-IDX
              END-IF
           END-IF.

       0000-ACUMULARCOLUNAS.
           IF REG-LC-DC = 'D'
              MOVE REG-LC-VALOR TO WRK-VALOR1
           ELSE
              COMPUTE WRK-VALOR1 = 0 - REG-LC-VALOR
           END-IF.
           IF WRK-COMP-LANC = WRK-COMPETENCIA
                 AND REG-LC-TIPOLOTE NOT = 'E'
              ADD WRK-VALOR1 TO WRK-CT-VALOR(WRK-CONTA-IDX, 1)
           END-IF.
           IF WRK-COMP-LANC = WRK-COMP-ANT
                 AND REG-LC-TIPOLOTE NOT = 'E'
              ADD WRK-VALOR1 TO WRK-CT-VALOR(WRK-CONTA-IDX, 2)
           END-IF.
           IF WRK-DL-ANO = WRK-ANO-COMP
                 AND REG-LC-TIPOLOTE NOT = 'E'
              ADD WRK-VALOR1 TO WRK-CT-VALOR(WRK-CONTA-IDX, 3)
           END-IF.
           IF WRK-DL-ANO = WRK-ANO-COMP - 1
                 AND WRK-DL-MES <= WRK-MES-COMP
                 AND REG-LC-TIPOLOTE NOT = 'E'
              ADD WRK-VALOR1 TO WRK-CT-VALOR(WRK-CONTA-IDX, 4)
           END-IF.
           ADD WRK-VALOR1 TO WRK-CT-VALOR(WRK-CONTA-IDX, 5).
           IF WRK-COMP-LANC <= WRK-COMP-ANT
              ADD WRK-VALOR1 TO WRK-CT-VALOR(WRK-CONTA-IDX, 6)
           END-IF.

       0005-APURARLINHAS.
           PERFORM VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 6
              MOVE ZEROS TO WRK-RESULTADO(WRK-COL)
              MOVE ZEROS TO WRK-TOT-ATIVO(WRK-COL)
              MOVE ZEROS TO WRK-TOT-PASSIVO(WRK-COL)
           END-PERFORM.
           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                 UNTIL WRK-LIN-IDX > WRK-QTD-LINHAS
              IF WRK-LI-DEMONST(WRK-LIN-IDX) = 'S'
                 PERFORM VARYING WRK-COL FROM 1 BY 1
                       UNTIL WRK-COL > 6
                    MOVE WRK-RESULTADO(WRK-COL)
                       TO WRK-LI-VALOR(WRK-LIN-IDX, WRK-COL)
                 END-PERFORM
              ELSE
                 PERFORM 0000-SOMARLINHA
              END-IF
           END-PERFORM.

       0000-SOMARLINHA.
           PERFORM VARYING WRK-CONTA-IDX FROM 1 BY 1
                 UNTIL WRK-CONTA-IDX > WRK-QTD-CONTAS
              IF WRK-CT-CONTA(WRK-CONTA-IDX) >=
                    WRK-LI-CONTAINI(WRK-LIN-IDX)
                    AND WRK-CT-CONTA(WRK-CONTA-IDX) <=
                    WRK-LI-CONTAFIM(WRK-LIN-IDX)
                 PERFORM VARYING WRK-COL FROM 1 BY 1
                       UNTIL WRK-COL > 6
                    IF WRK-LI-NATUREZA(WRK-LIN-IDX) = 'D'
                       ADD WRK-CT-VALOR(WRK-CONTA-IDX, WRK-COL)
                          TO WRK-LI-VALOR(WRK-LIN-IDX, WRK-COL)
                    ELSE
                       SUBTRACT WRK-CT-VALOR(WRK-CONTA-IDX, WRK-COL)
                          FROM WRK-LI-VALOR(WRK-LIN-IDX, WRK-COL)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           PERFORM VARYING WRK-COL FROM 1 BY 1 UNTIL WRK-COL > 6
              EVALUATE TRUE
                 WHEN WRK-LI-DEMONST(WRK-LIN-IDX) = 'R'
                       AND WRK-LI-NATUREZA(WRK-LIN-IDX) = 'D'
                    SUBTRACT WRK-LI-VALOR(WRK-LIN-IDX, WRK-COL)
                       FROM WRK-RESULTADO(WRK-COL)
                 WHEN WRK-LI-DEMONST(WRK-LIN-IDX) = 'R'
                    ADD WRK-LI-VALOR(WRK-LIN-IDX, WRK-COL)
                       TO WRK-RESULTADO(WRK-COL)
                 WHEN WRK-LI-DEMONST(WRK-LIN-IDX) = 'A'
                       AND WRK-LI-NATUREZA(WRK-LIN-IDX) = 'D'
                    ADD WRK-LI-VALOR(WRK-LIN-IDX, WRK-COL)
                       TO WRK-TOT-ATIVO(WRK-COL)
                 WHEN WRK-LI-DEMONST(WRK-LIN-IDX) = 'A'
                    SUBTRACT WRK-LI-VALOR(WRK-LIN-IDX, WRK-COL)
                       FROM WRK-TOT-ATIVO(WRK-COL)
                 WHEN WRK-LI-NATUREZA(WRK-LIN-IDX) = 'C'
                    ADD WRK-LI-VALOR(WRK-LIN-IDX, WRK-COL)
                       TO WRK-TOT-PASSIVO(WRK-COL)
                 WHEN OTHER
                    SUBTRACT WRK-LI-VALOR(WRK-LIN-IDX, WRK-COL)
                       FROM WRK-TOT-PASSIVO(WRK-COL)
              END-EVALUATE
           END-PERFORM.

       0006-IMPRIMIRDRE.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELDEM FROM WRK-LINHA.
           MOVE WRK-TITULO TO WRK-LINHA.
           WRITE REG-RELDEM FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LINHA                          ' WRK-TITULO1
              ' ' WRK-TITULO2
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELDEM FROM WRK-LINHA.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELDEM FROM WRK-LINHA.
           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                 UNTIL WRK-LIN-IDX > WRK-QTD-LINHAS
              IF WRK-LI-DEMONST(WRK-LIN-IDX) = 'R'
                    OR WRK-LI-DEMONST(WRK-LIN-IDX) = 'S'
                 PERFORM 0000-IMPRIMIRLINHA
              END-IF
           END-PERFORM.

       0007-IMPRIMIRBALANCO.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELDEM FROM WRK-LINHA.
           MOVE 'BALANCO PATRIMONIAL' TO WRK-LINHA.
           WRITE REG-RELDEM FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LINHA                          '
              '     FIM DO PERIODO      FIM MES ANTERIOR'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELDEM FROM WRK-LINHA.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELDEM FROM WRK-LINHA.
           MOVE 5 TO WRK-COL1.
           MOVE 6 TO WRK-COL2.
           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                 UNTIL WRK-LIN-IDX > WRK-QTD-LINHAS
              IF WRK-LI-DEMONST(WRK-LIN-IDX) = 'A'
                 PERFORM 0000-IMPRIMIRLINHA
              END-IF
           END-PERFORM.
           MOVE WRK-TOT-ATIVO(5) TO WRK-VALOR1.
           MOVE WRK-TOT-ATIVO(6) TO WRK-VALOR2.
           MOVE 'TOTAL DO ATIVO' TO WRK-DESC-CONTA.
           PERFORM 0000-IMPRIMIRTOTAL.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELDEM FROM WRK-LINHA.
           PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                 UNTIL WRK-LIN-IDX > WRK-QTD-LINHAS
              IF WRK-LI-DEMONST(WRK-LIN-IDX) = 'P'
                 PERFORM 0000-IMPRIMIRLINHA
              END-IF
           END-PERFORM.
           MOVE WRK-RESULTADO(5) TO WRK-VALOR1.
           MOVE WRK-RESULTADO(6) TO WRK-VALOR2.
           MOVE 'RESULTADO NAO ENCERRADO' TO WRK-DESC-CONTA.
           PERFORM 0000-IMPRIMIRTOTAL.
           COMPUTE WRK-VALOR1 = WRK-TOT-PASSIVO(5) + WRK-RESULTADO(5).
           COMPUTE WRK-VALOR2 = WRK-TOT-PASSIVO(6) + WRK-RESULTADO(6).
           MOVE 'TOTAL DO PASSIVO E PL' TO WRK-DESC-CONTA.
           PERFORM 0000-IMPRIMIRTOTAL.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELDEM FROM WRK-LINHA.
           IF WRK-VALOR1 = WRK-TOT-ATIVO(5)
                 AND WRK-VALOR2 = WRK-TOT-ATIVO(6)
              MOVE 'ATIVO E PASSIVO CONFEREM.' TO WRK-LINHA
           ELSE
              MOVE '*** ATIVO DIFERENTE DO PASSIVO, VERIFICAR CONTAS '
                 TO WRK-LINHA
           END-IF.
           WRITE REG-RELDEM FROM WRK-LINHA.

       0000-IMPRIMIRLINHA.
           MOVE WRK-LI-VALOR(WRK-LIN-IDX, WRK-COL1) TO WRK-VALOR1-ED.
           MOVE WRK-LI-VALOR(WRK-LIN-IDX, WRK-COL2) TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-LI-DESCRICAO(WRK-LIN-IDX) ' ' WRK-VALOR1-ED
              ' ' WRK-VALOR2-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELDEM FROM WRK-LINHA.
           IF WRK-DETALHAR = 'S'
                 AND WRK-LI-DEMONST(WRK-LIN-IDX) NOT = 'S'
              PERFORM VARYING WRK-CONTA-IDX FROM 1 BY 1
                    UNTIL WRK-CONTA-IDX > WRK-QTD-CONTAS
                 IF WRK-CT-CONTA(WRK-CONTA-IDX) >=
                       WRK-LI-CONTAINI(WRK-LIN-IDX)
                       AND WRK-CT-CONTA(WRK-CONTA-IDX) <=
                       WRK-LI-CONTAFIM(WRK-LIN-IDX)
                    PERFORM 0000-IMPRIMIRCONTA
                 END-IF
              END-PERFORM
           END-IF.

       0000-IMPRIMIRCONTA.
           IF WRK-LI-NATUREZA(WRK-LIN-IDX) = 'D'
              MOVE WRK-CT-VALOR(WRK-CONTA-IDX, WRK-COL1) TO WRK-VALOR1
              MOVE WRK-CT-VALOR(WRK-CONTA-IDX, WRK-COL2) TO WRK-VALOR2
           ELSE
              COMPUTE WRK-VALOR1 =
                 0 - WRK-CT-VALOR(WRK-CONTA-IDX, WRK-COL1)
              COMPUTE WRK-VALOR2 =
                 0 - WRK-CT-VALOR(WRK-CONTA-IDX, WRK-COL2)
           END-IF.
           IF WRK-VALOR1 NOT = 0 OR WRK-VALOR2 NOT = 0
              PERFORM 0000-DESCREVERCONTA
              MOVE WRK-DESC-CONTA TO WRK-DESC-CURTA
              MOVE WRK-VALOR1 TO WRK-VALOR1-ED
              MOVE WRK-VALOR2 TO WRK-VALOR2-ED
              MOVE SPACES TO WRK-LINHA
              STRING '   ' WRK-CT-CONTA(WRK-CONTA-IDX) ' '
                 WRK-DESC-CURTA ' ' WRK-VALOR1-ED
                 ' ' WRK-VALOR2-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELDEM FROM WRK-LINHA
           END-IF.

       0000-DESCREVERCONTA.
           MOVE SPACES TO WRK-DESC-CONTA.
           IF WRK-PLANO-OK = 'S'
              MOVE WRK-CT-CONTA(WRK-CONTA-IDX) TO REG-PL-CONTA
              READ ARQ-PLANO
                 INVALID KEY
                    MOVE 'CONTA FORA DO PLANO' TO WRK-DESC-CONTA
                 NOT INVALID KEY
                    MOVE REG-PL-DESCRICAO TO WRK-DESC-CONTA
              END-READ
           END-IF.

       0000-IMPRIMIRTOTAL.
           MOVE WRK-VALOR1 TO WRK-VALOR1-ED.
           MOVE WRK-VALOR2 TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-DESC-CONTA ' ' WRK-VALOR1-ED ' ' WRK-VALOR2-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELDEM FROM WRK-LINHA.

       0008-CONTASSEMLINHA.
           MOVE ZEROS TO WRK-QTD-SEMLINHA.
           PERFORM VARYING WRK-CONTA-IDX FROM 1 BY 1
                 UNTIL WRK-CONTA-IDX > WRK-QTD-CONTAS
              MOVE 'N' TO WRK-CLASSIFICADA
              PERFORM VARYING WRK-LIN-IDX FROM 1 BY 1
                    UNTIL WRK-LIN-IDX > WRK-QTD-LINHAS
                 IF WRK-LI-DEMONST(WRK-LIN-IDX) NOT = 'S'
                       AND WRK-CT-CONTA(WRK-CONTA-IDX) >=
                       WRK-LI-CONTAINI(WRK-LIN-IDX)
                       AND WRK-CT-CONTA(WRK-CONTA-IDX) <=
                       WRK-LI-CONTAFIM(WRK-LIN-IDX)
                    MOVE 'S' TO WRK-CLASSIFICADA
                 END-IF
              END-PERFORM
              IF WRK-CLASSIFICADA = 'N'
                    AND WRK-CT-VALOR(WRK-CONTA-IDX, 5) NOT = 0
                 IF WRK-QTD-SEMLINHA = 0
                    MOVE SPACES TO WRK-LINHA
                    WRITE REG-RELDEM FROM WRK-LINHA
                    MOVE SPACES TO WRK-LINHA
                    STRING '*** CONTAS COM SALDO SEM LINHA NAS '
                       'DEMONSTRACOES (DEMOPARM) ***'
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-RELDEM FROM WRK-LINHA
                 END-IF
                 ADD 1 TO WRK-QTD-SEMLINHA
                 PERFORM 0000-DESCREVERCONTA
                 MOVE WRK-CT-VALOR(WRK-CONTA-IDX, 5) TO WRK-VALOR1-ED
                 MOVE SPACES TO WRK-LINHA
                 STRING '   ' WRK-CT-CONTA(WRK-CONTA-IDX) ' '
                    WRK-DESC-CONTA ' SALDO D-C=' WRK-VALOR1-ED
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-RELDEM FROM WRK-LINHA
              END-IF
           END-PERFORM.
           IF WRK-QTD-SEMLINHA > 0
              DISPLAY 'ATENCAO: ' WRK-QTD-SEMLINHA ' CONTA(S) COM '
                 'SALDO FORA DAS LINHAS DAS DEMONSTRACOES.'
           END-IF.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'PERCONT.DAT' TO WRK-NOME-PERCONT.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-PERCONT WRK-CIA-VALIDO.
