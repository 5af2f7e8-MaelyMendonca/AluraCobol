       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURICMS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FATURAS ASSIGN TO "FATURMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-NUMERO
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT ARQ-FATORIG ASSIGN TO "FATURMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FX-NUMERO
               FILE STATUS IS WRK-FS-FATORIG.
           SELECT ARQ-FATARQ ASSIGN TO "ARQFATUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-XF-NUMERO
               FILE STATUS IS WRK-FS-FATARQ.
           SELECT ARQ-NOTASFORN ASSIGN TO "NFFORMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NF-CHAVE
               FILE STATUS IS WRK-FS-NOTASFORN.
           SELECT ARQ-FORNECEDORES ASSIGN TO "FORNMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FO-COD
               FILE STATUS IS WRK-FS-FORNECEDORES.
           SELECT ARQ-PAGAR ASSIGN TO "APAGMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AP-NUMERO
               FILE STATUS IS WRK-FS-PAGAR.
           SELECT ARQ-APCTRL ASSIGN TO WRK-NOME-APCTRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APCTRL.
           SELECT ARQ-APURACAO ASSIGN TO WRK-NOME-APURACAO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-IM-COMPET
               FILE STATUS IS WRK-FS-APURACAO.
           SELECT ARQ-EMPRESAS ASSIGN TO "CIAMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CI-CODIGO
               FILE STATUS IS WRK-FS-EMPRESAS.
           SELECT ARQ-UFPARM ASSIGN TO "UFPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-UFPARM.
           SELECT ARQ-RELLIVRO ASSIGN TO "LIVRICMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELLIVRO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-FATORIG.
       01 REG-FATORIG.
       COPY FATREG REPLACING LEADING ==REG-FA== BY ==REG-FX==.
       FD ARQ-FATARQ.
       01 REG-FATARQ.
       COPY FATREG REPLACING LEADING ==REG-FA== BY ==REG-XF==.
       FD ARQ-NOTASFORN.
       01 REG-NOTAFORN.
       COPY NFFREG.
       FD ARQ-FORNECEDORES.
       01 REG-FORNECEDOR.
       COPY FORREG.
       FD ARQ-PAGAR.
       01 REG-PAGAR.
       COPY APAREG.
       FD ARQ-APCTRL.
       01 REG-APCTRL           PIC 9(08).
       FD ARQ-APURACAO.
       01 REG-APURACAO.
       COPY ICMREG.
       FD ARQ-EMPRESAS.
       01 REG-EMPRESA.
       COPY CIAREG.
       FD ARQ-UFPARM.
       01 REG-UFPARM.
          02 REG-UP-COD           PIC X(02).
          02 REG-UP-TAXA          PIC 9(01)V9999.
          02 REG-UP-PRAZO         PIC 9(02).
          02 REG-UP-ICMS          PIC 9(02)V99.
       FD ARQ-RELLIVRO.
       01 REG-RELLIVRO         PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       01 WRK-VENC-GUIA.
          02 WRK-VG-ANO            PIC 9(04).
          02 WRK-VG-MES            PIC 9(02).
          02 WRK-VG-DIA            PIC 9(02).
       01 WRK-VENC-GUIA-N REDEFINES WRK-VENC-GUIA PIC 9(08).
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATORIG   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATARQ    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-NOTASFORN PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FORNECEDORES PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PAGAR     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-APCTRL    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-APURACAO  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-EMPRESAS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-UFPARM    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELLIVRO  PIC X(02)     VALUE ZEROS.
       77 WRK-FATARQ-ABERTO PIC X(01)    VALUE 'N'.
       77 WRK-PAGAR-ABERTO PIC X(01)     VALUE 'N'.
       77 WRK-FORN-ABERTO  PIC X(01)     VALUE 'N'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'APURICMS'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-NOME-APCTRL  PIC X(12)     VALUE 'APCTRL.DAT'.
       77 WRK-NOME-APURACAO PIC X(12)    VALUE 'APURICMS.DAT'.
       77 WRK-EMPRESA-MOV  PIC X(02)     VALUE SPACES.
       77 WRK-RAZAO        PIC X(30)     VALUE SPACES.
       77 WRK-CNPJ         PIC 9(14)     VALUE ZEROS.
       77 WRK-ICMS-CREDOR  PIC X(05)     VALUE 'SEFAZ'.
       77 WRK-ICMS-DIA     PIC 9(02)     VALUE 10.
       77 WRK-MES-COMP     PIC 9(02)     VALUE ZEROS.
       77 WRK-ANO-COMP     PIC 9(04)     VALUE ZEROS.
       77 WRK-COMPETENCIA  PIC 9(06)     VALUE ZEROS.
       77 WRK-COMP-ANTERIOR PIC 9(06)    VALUE ZEROS.
       77 WRK-COMP-ATUAL   PIC 9(06)     VALUE ZEROS.
       77 WRK-AAAAMM       PIC 9(06)     VALUE ZEROS.
       77 WRK-JA-APURADA   PIC X(01)     VALUE 'N'.
       77 WRK-POSTERIOR    PIC X(01)     VALUE 'N'.
       77 WRK-SEM-ANTERIOR PIC X(01)     VALUE 'N'.
       77 WRK-NUM-TITULO   PIC 9(08)     VALUE ZEROS.
       77 WRK-BASE         PIC 9(09)V99  VALUE ZEROS.
       77 WRK-ALIQ         PIC 9(02)V99  VALUE ZEROS.
       77 WRK-ICMS         PIC 9(09)V99  VALUE ZEROS.
       77 WRK-PROPORCAO    PIC 9(01)V9(06) VALUE ZEROS.
       77 WRK-ORIG-ACHADA  PIC X(01)     VALUE 'N'.
       77 WRK-ORIG-BASE    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-ORIG-ICMS    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-ORIG-TOTAL   PIC 9(09)V99  VALUE ZEROS.
       77 WRK-ORIG-UF      PIC X(02)     VALUE SPACES.
       77 WRK-UF-MOV       PIC X(02)     VALUE SPACES.
       77 WRK-TOT-DEBITOS  PIC 9(09)V99  VALUE ZEROS.
       77 WRK-TOT-ESTORNOS PIC 9(09)V99  VALUE ZEROS.
       77 WRK-TOT-CREDITOS PIC 9(09)V99  VALUE ZEROS.
       77 WRK-TOT-BASESAI  PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOT-BASEENT  PIC 9(11)V99  VALUE ZEROS.
       77 WRK-SALDO-ANT    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-RESULTADO    PIC S9(10)V99 VALUE ZEROS.
       77 WRK-RECOLHER     PIC 9(09)V99  VALUE ZEROS.
       77 WRK-SALDO-CRED   PIC 9(09)V99  VALUE ZEROS.
       77 WRK-QTD-SAIDAS   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-ESTORNOS PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-ENTRADAS PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-SEMALIQ  PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-SEMORIG  PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-UF       PIC 9(02)     VALUE ZEROS.
       77 WRK-UF-IDX       PIC 9(02)     VALUE ZEROS.
       77 WRK-UF-ACHADO    PIC X(01)     VALUE 'N'.
       77 WRK-QTD-RES      PIC 9(02)     VALUE ZEROS.
       77 WRK-RES-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-RES-ACHADO   PIC X(01)     VALUE 'N'.
       77 WRK-NUM-PAGINA   PIC 9(04)     VALUE 1.
       77 WRK-LINHAS-PAG   PIC 9(03)     VALUE ZEROS.
       77 WRK-MAX-LINHAS-PAG PIC 9(03)   VALUE 050.
       77 WRK-SECAO        PIC X(01)     VALUE 'S'.
       77 WRK-BASE-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-ALIQ-ED      PIC Z9,99.
       77 WRK-ICMS-ED      PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-ED     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-UF-TAB.
          02 WRK-UF-ITEM OCCURS 30 TIMES.
             03 WRK-UF-COD       PIC X(02).
             03 WRK-UF-ICMS      PIC 9(02)V99.
       01 WRK-RES-TAB.
          02 WRK-RES-ITEM OCCURS 30 TIMES.
             03 WRK-RES-UF       PIC X(02).
             03 WRK-RES-BASE     PIC S9(11)V99.
             03 WRK-RES-DEBITO   PIC S9(09)V99.
             03 WRK-RES-BASEENT  PIC 9(11)V99.
             03 WRK-RES-CREDITO  PIC 9(09)V99.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           PERFORM 0000-CONSULTAREMPRESA.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE ZEROS TO WRK-MES-COMP.
           PERFORM UNTIL WRK-MES-COMP >= 1 AND WRK-MES-COMP <= 12
              DISPLAY ' MES DE COMPETENCIA DA APURACAO (1-12)?'
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
           COMPUTE WRK-COMPETENCIA = (WRK-ANO-COMP * 100)
              + WRK-MES-COMP.
           COMPUTE WRK-COMP-ATUAL = (WRK-ANOSISTEMA * 100)
              + WRK-MESSISTEMA.
           IF WRK-COMPETENCIA NOT < WRK-COMP-ATUAL
              DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                 ' AINDA EM ANDAMENTO, APURACAO NAO PERMITIDA.'
              GOBACK
           END-IF.
           IF WRK-MES-COMP = 1
              COMPUTE WRK-COMP-ANTERIOR =
                 ((WRK-ANO-COMP - 1) * 100) + 12
           ELSE
              COMPUTE WRK-COMP-ANTERIOR = WRK-COMPETENCIA - 1
           END-IF.
           OPEN I-O ARQ-APURACAO.
           IF WRK-FS-APURACAO = '35'
              OPEN OUTPUT ARQ-APURACAO
              CLOSE ARQ-APURACAO
              OPEN I-O ARQ-APURACAO
           END-IF.
           PERFORM 0002-CONFERIRCOMPETENCIA.
           IF WRK-POSTERIOR = 'S'
              DISPLAY 'JA EXISTE APURACAO DE COMPETENCIA POSTERIOR, '
                 'SALDO CREDOR NAO PODE SER RECALCULADO.'
              CLOSE ARQ-APURACAO
              GOBACK
           END-IF.
           PERFORM 0000-CARREGARTABELAS.
           MOVE ZEROS TO WRK-TOT-DEBITOS WRK-TOT-ESTORNOS
              WRK-TOT-CREDITOS WRK-TOT-BASESAI WRK-TOT-BASEENT
              WRK-QTD-SAIDAS WRK-QTD-ESTORNOS WRK-QTD-ENTRADAS
              WRK-QTD-SEMALIQ WRK-QTD-SEMORIG WRK-QTD-RES.
           OPEN OUTPUT ARQ-RELLIVRO.
           MOVE 1 TO WRK-NUM-PAGINA.
           MOVE ZEROS TO WRK-LINHAS-PAG.
           MOVE 'S' TO WRK-SECAO.
           PERFORM 0000-CABECALHOLIVRO.
           PERFORM 0003-REGISTRARSAIDAS.
           MOVE 'E' TO WRK-SECAO.
           PERFORM 0000-NOVAPAGINA.
           PERFORM 0004-REGISTRARENTRADAS.
           MOVE 'A' TO WRK-SECAO.
           PERFORM 0000-NOVAPAGINA.
           PERFORM 0005-APURARSALDO.
           PERFORM 0006-IMPRIMIRAPURACAO.
           IF WRK-JA-APURADA = 'N'
              PERFORM 0007-ENCERRARCOMPETENCIA
           END-IF.
           PERFORM 0000-RODAPELIVRO.
           CLOSE ARQ-RELLIVRO.
           CLOSE ARQ-APURACAO.
           MOVE 'LIVRICMS.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'DEBITOS=' WRK-TOT-DEBITOS
              ' ESTORNOS=' WRK-TOT-ESTORNOS
              ' CREDITOS=' WRK-TOT-CREDITOS.
           DISPLAY 'ICMS A RECOLHER=' WRK-RECOLHER
              ' SALDO CREDOR A TRANSPORTAR=' WRK-SALDO-CRED.
           DISPLAY 'LIVRO GRAVADO EM LIVRICMS.TXT'.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'APURACAO ICMS COMP=' WRK-COMPETENCIA
              ' RECOLHER=' WRK-RECOLHER
              ' OPER=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.
           GOBACK.

       0002-CONFERIRCOMPETENCIA.
           MOVE 'N' TO WRK-JA-APURADA WRK-POSTERIOR WRK-SEM-ANTERIOR.
           MOVE ZEROS TO WRK-SALDO-ANT.
           MOVE WRK-COMPETENCIA TO REG-IM-COMPET.
           READ ARQ-APURACAO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WRK-JA-APURADA
                 MOVE REG-IM-SALDOANT TO WRK-SALDO-ANT
                 DISPLAY 'COMPETENCIA JA APURADA EM ' REG-IM-DATA
                    ' POR ' REG-IM-OPERADOR
                    ', LIVRO REIMPRESSO SEM NOVA GUIA.'
           END-READ.
           IF WRK-JA-APURADA = 'N'
              MOVE WRK-COMPETENCIA TO REG-IM-COMPET
              START ARQ-APURACAO KEY IS GREATER THAN REG-IM-COMPET
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-POSTERIOR
              END-START
              MOVE WRK-COMP-ANTERIOR TO REG-IM-COMPET
              READ ARQ-APURACAO
                 INVALID KEY
                    MOVE 'S' TO WRK-SEM-ANTERIOR
                 NOT INVALID KEY
                    MOVE REG-IM-SALDOCRED TO WRK-SALDO-ANT
              END-READ
           END-IF.

       0000-CARREGARTABELAS.
           MOVE SPACES TO WRK-RAZAO.
           MOVE ZEROS TO WRK-CNPJ.
           OPEN INPUT ARQ-EMPRESAS.
           IF WRK-FS-EMPRESAS = '00'
              MOVE WRK-CIA-EMPRESA TO REG-CI-CODIGO
              READ ARQ-EMPRESAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE REG-CI-RAZAO TO WRK-RAZAO
                    MOVE REG-CI-CNPJ TO WRK-CNPJ
              END-READ
              CLOSE ARQ-EMPRESAS
           END-IF.
           MOVE ZEROS TO WRK-QTD-UF.
           OPEN INPUT ARQ-UFPARM.
           IF WRK-FS-UFPARM = '00'
              PERFORM 0000-LERUFPARM UNTIL WRK-FS-UFPARM = '10'
              CLOSE ARQ-UFPARM
           ELSE
              DISPLAY 'TABELA DE UF/ICMS (UFPARM.DAT) NAO ENCONTRADA, '
                 'CREDITOS DE ENTRADA NAO APURADOS.'
           END-IF.

       0000-LERUFPARM.
           READ ARQ-UFPARM
              AT END
                 MOVE '10' TO WRK-FS-UFPARM
              NOT AT END
                 IF WRK-QTD-UF < 30
                    ADD 1 TO WRK-QTD-UF
                    MOVE REG-UP-COD  TO WRK-UF-COD(WRK-QTD-UF)
                    MOVE REG-UP-ICMS TO WRK-UF-ICMS(WRK-QTD-UF)
                 END-IF
           END-READ.

       0000-LOCALIZARRESUMO.
           MOVE 'N' TO WRK-RES-ACHADO.
           PERFORM VARYING WRK-RES-IDX FROM 1 BY 1
                 UNTIL WRK-RES-IDX > WRK-QTD-RES
                    OR WRK-RES-ACHADO = 'S'
              IF WRK-RES-UF(WRK-RES-IDX) = WRK-UF-MOV
                 MOVE 'S' TO WRK-RES-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-RES-ACHADO = 'S'
              SUBTRACT 1 FROM WRK-RES-IDX
           ELSE
              IF WRK-QTD-RES < 30
                 ADD 1 TO WRK-QTD-RES
                 MOVE WRK-QTD-RES TO WRK-RES-IDX
                 MOVE WRK-UF-MOV TO WRK-RES-UF(WRK-RES-IDX)
                 MOVE ZEROS TO WRK-RES-BASE(WRK-RES-IDX)
                    WRK-RES-DEBITO(WRK-RES-IDX)
                    WRK-RES-BASEENT(WRK-RES-IDX)
                    WRK-RES-CREDITO(WRK-RES-IDX)
                 MOVE 'S' TO WRK-RES-ACHADO
              END-IF
           END-IF.

       0003-REGISTRARSAIDAS.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS NOT = '00'
              MOVE '  CADASTRO DE FATURAS NAO ENCONTRADO.' TO WRK-LINHA
              PERFORM 0000-ESCREVERLINHA
           ELSE
              OPEN INPUT ARQ-FATORIG
              OPEN INPUT ARQ-FATARQ
              MOVE 'N' TO WRK-FATARQ-ABERTO
              IF WRK-FS-FATARQ = '00'
                 MOVE 'S' TO WRK-FATARQ-ABERTO
              END-IF
              MOVE ZEROS TO REG-FA-NUMERO
              START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-FATURAS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-FATURAS
              END-START
              PERFORM 0000-LERFATURA UNTIL WRK-FS-FATURAS = '10'
              IF WRK-FATARQ-ABERTO = 'S'
                 CLOSE ARQ-FATARQ
              END-IF
              CLOSE ARQ-FATORIG
              CLOSE ARQ-FATURAS
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.
           MOVE WRK-TOT-BASESAI TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL DAS SAIDAS   DOCUMENTOS=' WRK-QTD-SAIDAS
              ' BASE=' WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.
           MOVE WRK-TOT-DEBITOS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '                   ICMS DEBITADO=' WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.
           MOVE WRK-TOT-ESTORNOS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '                   ESTORNOS (NOTAS DE CREDITO)='
              WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.

       0000-LERFATURA.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 MOVE REG-FA-EMPRESA TO WRK-EMPRESA-MOV
                 IF WRK-EMPRESA-MOV = SPACES
                    MOVE '01' TO WRK-EMPRESA-MOV
                 END-IF
                 DIVIDE REG-FA-DATA BY 100 GIVING WRK-AAAAMM
                 IF WRK-EMPRESA-MOV = WRK-CIA-EMPRESA
                       AND WRK-AAAAMM = WRK-COMPETENCIA
                    IF REG-FA-TIPO = 'C'
                       PERFORM 0000-ESTORNARNOTACREDITO
                    ELSE
                       PERFORM 0000-REGISTRARFATURA
                    END-IF
                 END-IF
           END-READ.

       0000-REGISTRARFATURA.
           ADD 1 TO WRK-QTD-SAIDAS.
           COMPUTE WRK-BASE = REG-FA-VALOR + REG-FA-FRETE.
           MOVE ZEROS TO WRK-ALIQ.
           IF WRK-BASE > 0
              COMPUTE WRK-ALIQ ROUNDED =
                 REG-FA-ICMS * 100 / WRK-BASE
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           IF REG-FA-STATUS = 'E'
              STRING REG-FA-DATA ' NF ' REG-FA-NUMERO
                 ' ' REG-FA-UF ' CANCELADA'
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              MOVE REG-FA-ICMS TO WRK-ICMS
              MOVE WRK-BASE TO WRK-BASE-ED
              MOVE WRK-ALIQ TO WRK-ALIQ-ED
              MOVE WRK-ICMS TO WRK-ICMS-ED
              STRING REG-FA-DATA ' NF ' REG-FA-NUMERO
                 ' ' REG-FA-UF ' CLI ' REG-FA-CLIENTE
                 ' BASE ' WRK-BASE-ED
                 ' ALIQ ' WRK-ALIQ-ED
                 ' ICMS ' WRK-ICMS-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              ADD WRK-BASE TO WRK-TOT-BASESAI
              ADD WRK-ICMS TO WRK-TOT-DEBITOS
              MOVE REG-FA-UF TO WRK-UF-MOV
              PERFORM 0000-LOCALIZARRESUMO
              IF WRK-RES-ACHADO = 'S'
                 ADD WRK-BASE TO WRK-RES-BASE(WRK-RES-IDX)
                 ADD WRK-ICMS TO WRK-RES-DEBITO(WRK-RES-IDX)
              END-IF
           END-IF.
           PERFORM 0000-ESCREVERLINHA.

       0000-ESTORNARNOTACREDITO.
           IF REG-FA-STATUS NOT = 'E'
              PERFORM 0000-LERFATURAORIGINAL
              IF WRK-ORIG-ACHADA = 'N'
                 ADD 1 TO WRK-QTD-SEMORIG
                 MOVE SPACES TO WRK-LINHA
                 STRING REG-FA-DATA ' NC ' REG-FA-NUMERO
                    ' FATURA ORIGINAL ' REG-FA-REFERENCIA
                    ' NAO ENCONTRADA, SEM ESTORNO'
                    DELIMITED BY SIZE INTO WRK-LINHA
                 PERFORM 0000-ESCREVERLINHA
              ELSE
                 IF WRK-ORIG-ICMS > 0 AND WRK-ORIG-TOTAL > 0
                    PERFORM 0000-CALCULARESTORNO
                 END-IF
              END-IF
           END-IF.

       0000-LERFATURAORIGINAL.
           MOVE 'N' TO WRK-ORIG-ACHADA.
           MOVE REG-FA-REFERENCIA TO REG-FX-NUMERO.
           READ ARQ-FATORIG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WRK-ORIG-ACHADA
                 COMPUTE WRK-ORIG-BASE = REG-FX-VALOR + REG-FX-FRETE
                 MOVE REG-FX-ICMS TO WRK-ORIG-ICMS
                 MOVE REG-FX-TOTAL TO WRK-ORIG-TOTAL
                 MOVE REG-FX-UF TO WRK-ORIG-UF
           END-READ.
           IF WRK-ORIG-ACHADA = 'N' AND WRK-FATARQ-ABERTO = 'S'
              MOVE REG-FA-REFERENCIA TO REG-XF-NUMERO
              READ ARQ-FATARQ
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-ORIG-ACHADA
                    COMPUTE WRK-ORIG-BASE =
                       REG-XF-VALOR + REG-XF-FRETE
                    MOVE REG-XF-ICMS TO WRK-ORIG-ICMS
                    MOVE REG-XF-TOTAL TO WRK-ORIG-TOTAL
                    MOVE REG-XF-UF TO WRK-ORIG-UF
              END-READ
           END-IF.

       0000-CALCULARESTORNO.
           ADD 1 TO WRK-QTD-ESTORNOS.
           IF REG-FA-TOTAL >= WRK-ORIG-TOTAL
              MOVE 1 TO WRK-PROPORCAO
           ELSE
              COMPUTE WRK-PROPORCAO ROUNDED =
                 REG-FA-TOTAL / WRK-ORIG-TOTAL
           END-IF.
           COMPUTE WRK-BASE ROUNDED = WRK-ORIG-BASE * WRK-PROPORCAO.
           COMPUTE WRK-ICMS ROUNDED = WRK-ORIG-ICMS * WRK-PROPORCAO.
           MOVE ZEROS TO WRK-ALIQ.
           IF WRK-ORIG-BASE > 0
              COMPUTE WRK-ALIQ ROUNDED =
                 WRK-ORIG-ICMS * 100 / WRK-ORIG-BASE
           END-IF.
           MOVE WRK-BASE TO WRK-BASE-ED.
           MOVE WRK-ALIQ TO WRK-ALIQ-ED.
           COMPUTE WRK-ICMS-ED = 0 - WRK-ICMS.
           MOVE SPACES TO WRK-LINHA.
           STRING REG-FA-DATA ' NC ' REG-FA-NUMERO
              ' ' WRK-ORIG-UF ' REF ' REG-FA-REFERENCIA
              ' BASE ' WRK-BASE-ED
              ' ALIQ ' WRK-ALIQ-ED
              ' ICMS ' WRK-ICMS-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.
           ADD WRK-ICMS TO WRK-TOT-ESTORNOS.
           MOVE WRK-ORIG-UF TO WRK-UF-MOV.
           PERFORM 0000-LOCALIZARRESUMO.
           IF WRK-RES-ACHADO = 'S'
              SUBTRACT WRK-BASE FROM WRK-RES-BASE(WRK-RES-IDX)
              SUBTRACT WRK-ICMS FROM WRK-RES-DEBITO(WRK-RES-IDX)
           END-IF.

       0004-REGISTRARENTRADAS.
           OPEN INPUT ARQ-NOTASFORN.
           IF WRK-FS-NOTASFORN NOT = '00'
              MOVE '  NENHUMA NOTA DE FORNECEDOR REGISTRADA.'
                 TO WRK-LINHA
              PERFORM 0000-ESCREVERLINHA
           ELSE
              OPEN INPUT ARQ-FORNECEDORES
              MOVE 'N' TO WRK-FORN-ABERTO
              IF WRK-FS-FORNECEDORES = '00'
                 MOVE 'S' TO WRK-FORN-ABERTO
              END-IF
              OPEN INPUT ARQ-PAGAR
              MOVE 'N' TO WRK-PAGAR-ABERTO
              IF WRK-FS-PAGAR = '00'
                 MOVE 'S' TO WRK-PAGAR-ABERTO
              END-IF
              MOVE LOW-VALUES TO REG-NF-CHAVE
              START ARQ-NOTASFORN KEY IS NOT LESS THAN REG-NF-CHAVE
                 INVALID KEY
                    MOVE '10' TO WRK-FS-NOTASFORN
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-NOTASFORN
              END-START
              PERFORM 0000-LERNOTAFORN UNTIL WRK-FS-NOTASFORN = '10'
              IF WRK-PAGAR-ABERTO = 'S'
                 CLOSE ARQ-PAGAR
              END-IF
              IF WRK-FORN-ABERTO = 'S'
                 CLOSE ARQ-FORNECEDORES
              END-IF
              CLOSE ARQ-NOTASFORN
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.
           MOVE WRK-TOT-BASEENT TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL DAS ENTRADAS LINHAS=' WRK-QTD-ENTRADAS
              ' BASE=' WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.
           MOVE WRK-TOT-CREDITOS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '                   ICMS CREDITADO=' WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.
           IF WRK-QTD-SEMALIQ > 0
              MOVE SPACES TO WRK-LINHA
              STRING 'LINHAS SEM ALIQUOTA PARA A UF DO FORNECEDOR '
                 '(SEM CREDITO): ' WRK-QTD-SEMALIQ
                 DELIMITED BY SIZE INTO WRK-LINHA
              PERFORM 0000-ESCREVERLINHA
           END-IF.

       0000-LERNOTAFORN.
           READ ARQ-NOTASFORN NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-NOTASFORN
              NOT AT END
                 DIVIDE REG-NF-EMISSAO BY 100 GIVING WRK-AAAAMM
                 IF WRK-AAAAMM = WRK-COMPETENCIA
                       AND (REG-NF-STATUS = 'C'
                          OR REG-NF-STATUS = 'L')
                    PERFORM 0000-EMPRESANOTA
                    IF WRK-EMPRESA-MOV = WRK-CIA-EMPRESA
                       PERFORM 0000-REGISTRARNOTAFORN
                    END-IF
                 END-IF
           END-READ.

       0000-EMPRESANOTA.
           MOVE '01' TO WRK-EMPRESA-MOV.
           IF REG-NF-TITULO > 0 AND WRK-PAGAR-ABERTO = 'S'
              MOVE REG-NF-TITULO TO REG-AP-NUMERO
              READ ARQ-PAGAR
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF REG-AP-EMPRESA NOT = SPACES
                       MOVE REG-AP-EMPRESA TO WRK-EMPRESA-MOV
                    END-IF
              END-READ
           END-IF.

       0000-REGISTRARNOTAFORN.
           ADD 1 TO WRK-QTD-ENTRADAS.
           MOVE SPACES TO WRK-UF-MOV.
           IF WRK-FORN-ABERTO = 'S'
              MOVE REG-NF-FORNECEDOR TO REG-FO-COD
              READ ARQ-FORNECEDORES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE REG-FO-UF TO WRK-UF-MOV
              END-READ
           END-IF.
           MOVE 'N' TO WRK-UF-ACHADO.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
                 UNTIL WRK-UF-IDX > WRK-QTD-UF
                    OR WRK-UF-ACHADO = 'S'
              IF WRK-UF-COD(WRK-UF-IDX) = WRK-UF-MOV
                 MOVE 'S' TO WRK-UF-ACHADO
              END-IF
           END-PERFORM.
           MOVE REG-NF-VALOR TO WRK-BASE.
           MOVE ZEROS TO WRK-ALIQ WRK-ICMS.
           IF WRK-UF-ACHADO = 'S'
              SUBTRACT 1 FROM WRK-UF-IDX
              MOVE WRK-UF-ICMS(WRK-UF-IDX) TO WRK-ALIQ
              COMPUTE WRK-ICMS ROUNDED = WRK-BASE * WRK-ALIQ / 100
           ELSE
              ADD 1 TO WRK-QTD-SEMALIQ
           END-IF.
           MOVE WRK-BASE TO WRK-BASE-ED.
           MOVE WRK-ALIQ TO WRK-ALIQ-ED.
           MOVE WRK-ICMS TO WRK-ICMS-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING REG-NF-EMISSAO ' NF ' REG-NF-NOTA
              '/' REG-NF-LINHA ' ' WRK-UF-MOV
              ' FORN ' REG-NF-FORNECEDOR
              ' BASE ' WRK-BASE-ED
              ' ALIQ ' WRK-ALIQ-ED
              ' ICMS ' WRK-ICMS-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.
           ADD WRK-BASE TO WRK-TOT-BASEENT.
           ADD WRK-ICMS TO WRK-TOT-CREDITOS.
           PERFORM 0000-LOCALIZARRESUMO.
           IF WRK-RES-ACHADO = 'S'
              ADD WRK-BASE TO WRK-RES-BASEENT(WRK-RES-IDX)
              ADD WRK-ICMS TO WRK-RES-CREDITO(WRK-RES-IDX)
           END-IF.

       0005-APURARSALDO.
           COMPUTE WRK-RESULTADO = WRK-TOT-DEBITOS - WRK-TOT-ESTORNOS
              - WRK-TOT-CREDITOS - WRK-SALDO-ANT.
           IF WRK-RESULTADO > 0
              MOVE WRK-RESULTADO TO WRK-RECOLHER
              MOVE ZEROS TO WRK-SALDO-CRED
           ELSE
              MOVE ZEROS TO WRK-RECOLHER
              COMPUTE WRK-SALDO-CRED = 0 - WRK-RESULTADO
           END-IF.

       0006-IMPRIMIRAPURACAO.
           MOVE 'RESUMO POR UF' TO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.
           PERFORM VARYING WRK-RES-IDX FROM 1 BY 1
                 UNTIL WRK-RES-IDX > WRK-QTD-RES
              MOVE WRK-RES-DEBITO(WRK-RES-IDX) TO WRK-ICMS-ED
              MOVE WRK-RES-CREDITO(WRK-RES-IDX) TO WRK-VALOR-ED
              MOVE SPACES TO WRK-LINHA
              STRING '  UF ' WRK-RES-UF(WRK-RES-IDX)
                 ' DEBITO LIQUIDO ' WRK-ICMS-ED
                 ' CREDITO ' WRK-VALOR-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              PERFORM 0000-ESCREVERLINHA
           END-PERFORM.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.
           MOVE WRK-TOT-DEBITOS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '001 DEBITOS POR SAIDAS ................ '
              WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.
           MOVE WRK-TOT-ESTORNOS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '002 ESTORNOS DE DEBITOS ............... '
              WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.
           MOVE WRK-TOT-CREDITOS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '003 CREDITOS POR ENTRADAS ............. '
              WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.
           MOVE WRK-SALDO-ANT TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '004 SALDO CREDOR DO PERIODO ANTERIOR .. '
              WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.
           IF WRK-SEM-ANTERIOR = 'S'
              MOVE SPACES TO WRK-LINHA
              STRING '    (SEM APURACAO REGISTRADA EM '
                 WRK-COMP-ANTERIOR ')'
                 DELIMITED BY SIZE INTO WRK-LINHA
              PERFORM 0000-ESCREVERLINHA
           END-IF.
           MOVE WRK-RECOLHER TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '005 IMPOSTO A RECOLHER ................ '
              WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.
           MOVE WRK-SALDO-CRED TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '006 SALDO CREDOR A TRANSPORTAR ........ '
              WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.
           IF WRK-QTD-SEMORIG > 0
              MOVE SPACES TO WRK-LINHA
              STRING 'NOTAS DE CREDITO SEM FATURA ORIGINAL (SEM '
                 'ESTORNO): ' WRK-QTD-SEMORIG
                 DELIMITED BY SIZE INTO WRK-LINHA
              PERFORM 0000-ESCREVERLINHA
           END-IF.

       0007-ENCERRARCOMPETENCIA.
           MOVE ZEROS TO WRK-NUM-TITULO.
           IF WRK-RECOLHER > 0
              PERFORM 0000-GERARGUIA
           END-IF.
           MOVE WRK-COMPETENCIA TO REG-IM-COMPET.
           MOVE WRK-TOT-DEBITOS TO REG-IM-DEBITOS.
           MOVE WRK-TOT-ESTORNOS TO REG-IM-ESTORNOS.
           MOVE WRK-TOT-CREDITOS TO REG-IM-CREDITOS.
           MOVE WRK-SALDO-ANT TO REG-IM-SALDOANT.
           MOVE WRK-RECOLHER TO REG-IM-RECOLHER.
           MOVE WRK-SALDO-CRED TO REG-IM-SALDOCRED.
           MOVE WRK-NUM-TITULO TO REG-IM-TITULO.
           MOVE WRK-DATASISTEMA TO REG-IM-DATA.
           MOVE WRK-OPERADOR TO REG-IM-OPERADOR.
           WRITE REG-APURACAO
              INVALID KEY
                 DISPLAY 'APURACAO DA COMPETENCIA JA GRAVADA.'
           END-WRITE.

       0000-GERARGUIA.
           OPEN I-O ARQ-PAGAR.
           IF WRK-FS-PAGAR = '35'
              OPEN OUTPUT ARQ-PAGAR
              CLOSE ARQ-PAGAR
              OPEN I-O ARQ-PAGAR
           END-IF.
           COMPUTE WRK-VG-ANO = WRK-COMPETENCIA / 100.
           COMPUTE WRK-VG-MES =
              WRK-COMPETENCIA - (WRK-VG-ANO * 100) + 1.
           IF WRK-VG-MES > 12
              MOVE 1 TO WRK-VG-MES
              ADD 1 TO WRK-VG-ANO
           END-IF.
           MOVE WRK-ICMS-DIA TO WRK-VG-DIA.
           PERFORM 0000-LERNUMTITULO.
           ADD 1 TO WRK-NUM-TITULO.
           MOVE WRK-NUM-TITULO TO REG-AP-NUMERO.
           MOVE WRK-ICMS-CREDOR TO REG-AP-FORNECEDOR.
           MOVE WRK-DATASISTEMA TO REG-AP-EMISSAO.
           MOVE WRK-VENC-GUIA-N TO REG-AP-VENCIMENTO.
           MOVE WRK-RECOLHER TO REG-AP-VALOR.
           MOVE 'I' TO REG-AP-ORIGEM.
           MOVE WRK-COMPETENCIA TO REG-AP-REFERENCIA.
           MOVE 'A' TO REG-AP-STATUS.
           MOVE ZEROS TO REG-AP-DATAPAGTO.
           MOVE ZEROS TO REG-AP-VALORPAGO.
           MOVE SPACES TO REG-AP-SERVICO.
           MOVE 'A' TO REG-AP-RETSIT.
           MOVE ZEROS TO REG-AP-RETIDO.
           PERFORM VARYING WRK-RES-IDX FROM 1 BY 1
                 UNTIL WRK-RES-IDX > 6
              MOVE ZEROS TO REG-AP-RETENCAO(WRK-RES-IDX)
           END-PERFORM.
           MOVE ZEROS TO REG-AP-TRIBUTO.
           MOVE WRK-CIA-EMPRESA TO REG-AP-EMPRESA.
           MOVE ZEROS TO REG-AP-DATAREM.
           MOVE SPACES TO REG-AP-MOTIVO.
           WRITE REG-PAGAR
              INVALID KEY
                 DISPLAY 'TITULO JA EXISTENTE, NUMERO '
                    WRK-NUM-TITULO
                 MOVE ZEROS TO WRK-NUM-TITULO
              NOT INVALID KEY
                 PERFORM 0000-GRAVARNUMTITULO
                 DISPLAY 'GUIA DE ICMS GERADA NO CONTAS A PAGAR: '
                    'TITULO ' WRK-NUM-TITULO
                    ' VENCIMENTO ' WRK-VENC-GUIA-N
           END-WRITE.
           CLOSE ARQ-PAGAR.
           MOVE SPACES TO WRK-LINHA.
           STRING 'GUIA NO CONTAS A PAGAR: TITULO ' WRK-NUM-TITULO
              ' VENCIMENTO ' WRK-VENC-GUIA-N
              DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHA.

       0000-LERNUMTITULO.
           MOVE WRK-CIA-BASENUM TO WRK-NUM-TITULO.
           OPEN INPUT ARQ-APCTRL.
           IF WRK-FS-APCTRL = '00'
              READ ARQ-APCTRL
                 NOT AT END
                    MOVE REG-APCTRL TO WRK-NUM-TITULO
              END-READ
              CLOSE ARQ-APCTRL
           END-IF.

       0000-GRAVARNUMTITULO.
           OPEN OUTPUT ARQ-APCTRL.
           MOVE WRK-NUM-TITULO TO REG-APCTRL.
           WRITE REG-APCTRL.
           CLOSE ARQ-APCTRL.

       0000-NOVAPAGINA.
           PERFORM 0000-RODAPELIVRO.
           ADD 1 TO WRK-NUM-PAGINA.
           MOVE ZEROS TO WRK-LINHAS-PAG.
           PERFORM 0000-CABECALHOLIVRO.

       0000-ESCREVERLINHA.
           IF WRK-LINHAS-PAG >= WRK-MAX-LINHAS-PAG
              PERFORM 0000-NOVAPAGINA
           END-IF.
           WRITE REG-RELLIVRO FROM WRK-LINHA.
           ADD 1 TO WRK-LINHAS-PAG.

       0000-CABECALHOLIVRO.
           MOVE SPACES TO WRK-LINHA.
           EVALUATE WRK-SECAO
              WHEN 'S'
                 MOVE 'LIVRO REGISTRO DE SAIDAS - ICMS' TO WRK-LINHA
              WHEN 'E'
                 MOVE 'LIVRO REGISTRO DE ENTRADAS - ICMS' TO WRK-LINHA
              WHEN OTHER
                 MOVE 'LIVRO REGISTRO DE APURACAO DO ICMS' TO WRK-LINHA
           END-EVALUATE.
           MOVE 'FOLHA' TO WRK-LINHA(84:5).
           MOVE WRK-NUM-PAGINA TO WRK-LINHA(90:4).
           WRITE REG-RELLIVRO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONTRIBUINTE: ' WRK-RAZAO
              ' CNPJ: ' WRK-CNPJ
              ' EMPRESA: ' WRK-CIA-EMPRESA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELLIVRO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PERIODO: ' WRK-MES-COMP '/' WRK-ANO-COMP
              '   EMISSAO: ' WRK-DATASISTEMA
              '   OPERADOR: ' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELLIVRO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           EVALUATE WRK-SECAO
              WHEN 'S'
                 MOVE 'DATA     DOCUMENTO   UF DESTINATARIO'
                    TO WRK-LINHA
                 MOVE 'BASE DE CALCULO  ALIQ  IMPOSTO DEBITADO'
                    TO WRK-LINHA(40:40)
              WHEN 'E'
                 MOVE 'DATA     DOCUMENTO      UF EMITENTE'
                    TO WRK-LINHA
                 MOVE 'BASE DE CALCULO  ALIQ  IMPOSTO CREDITADO'
                    TO WRK-LINHA(40:41)
              WHEN OTHER
                 MOVE 'DEMONSTRATIVO DA APURACAO' TO WRK-LINHA
           END-EVALUATE.
           WRITE REG-RELLIVRO FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELLIVRO FROM WRK-LINHA.
           ADD 5 TO WRK-LINHAS-PAG.

       0000-RODAPELIVRO.
           MOVE SPACES TO WRK-LINHA.
           STRING '--- FIM DA FOLHA ' WRK-NUM-PAGINA ' ---'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELLIVRO FROM WRK-LINHA.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'APCTRL.DAT' TO WRK-NOME-APCTRL.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-APCTRL WRK-CIA-VALIDO.
           MOVE 'APURICMS.DAT' TO WRK-NOME-APURACAO.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-APURACAO WRK-CIA-VALIDO.
