       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMOBMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ATIVOS ASSIGN TO "ATIVOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-IM-PLAQUETA
               FILE STATUS IS WRK-FS-ATIVOS.
           SELECT ARQ-CCUSTOS ASSIGN TO "CCUSTOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CC-COD
               FILE STATUS IS WRK-FS-CCUSTOS.
           SELECT ARQ-PAGAR ASSIGN TO "APAGMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AP-NUMERO
               FILE STATUS IS WRK-FS-PAGAR.
           SELECT ARQ-FORNECEDORES ASSIGN TO "FORNMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FO-COD
               FILE STATUS IS WRK-FS-FORNECEDORES.
           SELECT ARQ-PERIODOS ASSIGN TO WRK-NOME-PERCONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODOS.
           SELECT ARQ-CONTAMAP ASSIGN TO "CONTAMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTAMAP.
           SELECT ARQ-LANCTOS ASSIGN TO "LANCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCTOS.
           SELECT ARQ-RELBENS ASSIGN TO "IMOBLIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELBENS.
           SELECT ARQ-RELQUADRO ASSIGN TO "IMOBQUAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELQUADRO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ATIVOS.
       01 REG-ATIVO.
       COPY IMOREG.
       FD ARQ-CCUSTOS.
       01 REG-CCUSTO.
       COPY CCREG.
       FD ARQ-PAGAR.
       01 REG-PAGAR.
       COPY APAREG.
       FD ARQ-FORNECEDORES.
       01 REG-FORNECEDOR.
       COPY FORREG.
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
       FD ARQ-RELBENS.
       01 REG-RELBENS          PIC X(100).
       FD ARQ-RELQUADRO.
       01 REG-RELQUADRO        PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-ATIVOS    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CCUSTOS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PAGAR     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FORNECEDORES PIC X(02)  VALUE ZEROS.
       77 WRK-FS-PERIODOS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CONTAMAP  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-LANCTOS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELBENS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELQUADRO PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'IMOBMANU'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-VALIDO       PIC X(01)     VALUE 'N'.
       77 WRK-NOVO         PIC X(01)     VALUE 'N'.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.
       77 WRK-PLAQUETA     PIC X(08)     VALUE SPACES.
       77 WRK-CCUSTO       PIC X(04)     VALUE SPACES.
       77 WRK-CCUSTO-OK    PIC X(01)     VALUE 'N'.
       77 WRK-DATA         PIC 9(08)     VALUE ZEROS.
       77 WRK-PER-STATUS   PIC X(01)     VALUE 'A'.
       77 WRK-BASE         PIC 9(09)V99  VALUE ZEROS.
       77 WRK-SALDO-DEP    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-RESTANTES    PIC S9(04)    VALUE ZEROS.
       77 WRK-DEP-MES      PIC 9(09)V99  VALUE ZEROS.
       77 WRK-DEP-ALT      PIC 9(09)V99  VALUE ZEROS.
       77 WRK-DEP-BEM      PIC 9(09)V99  VALUE ZEROS.
       77 WRK-DEP-ANO      PIC 9(09)V99  VALUE ZEROS.
       77 WRK-SIM-DEPACUM  PIC 9(09)V99  VALUE ZEROS.
       77 WRK-SIM-MESES    PIC 9(03)     VALUE ZEROS.
       77 WRK-FIM-PROJ     PIC X(01)     VALUE 'N'.
       77 WRK-VALOR-CONTABIL PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-VENDA  PIC 9(09)V99  VALUE ZEROS.
       77 WRK-RESULTADO    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEPREC PIC 9(11)V99  VALUE ZEROS.
       77 WRK-QTD-BENS-DEP PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-JADEP    PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-CCT      PIC 9(02)     VALUE ZEROS.
       77 WRK-CCT-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-EVT-IDX      PIC 9(01)     VALUE ZEROS.
       77 WRK-LOTE         PIC 9(08)     VALUE ZEROS.
       77 WRK-DATA-LC      PIC 9(08)     VALUE ZEROS.
       77 WRK-VALOR-LC     PIC 9(11)V99  VALUE ZEROS.
       77 WRK-CC-LC        PIC X(04)     VALUE SPACES.
       77 WRK-QTD-ORD      PIC 9(03)     VALUE ZEROS.
       77 WRK-ORD-IDX      PIC 9(03)     VALUE ZEROS.
       77 WRK-POS          PIC 9(03)     VALUE ZEROS.
       77 WRK-IDX          PIC 9(03)     VALUE ZEROS.
       77 WRK-CC-ANT       PIC X(04)     VALUE SPACES.
       77 WRK-CC-DESCRICAO PIC X(20)     VALUE SPACES.
       77 WRK-SOMENTE-ATIVOS PIC X(01)   VALUE 'N'.
       77 WRK-SUB-VALOR    PIC 9(11)V99  VALUE ZEROS.
       77 WRK-SUB-DEPACUM  PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOT-VALOR    PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOT-DEPACUM  PIC 9(11)V99  VALUE ZEROS.
       77 WRK-SUB-APROPRIAR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-APROPRIAR PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR1-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR2-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR3-ED    PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-RESULTADO-ED PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-NOME-PERCONT PIC X(12)     VALUE 'PERCONT.DAT'.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-EMPRESA-BEM  PIC X(02)     VALUE SPACES.
       01 WRK-MESREF.
          02 WRK-MR-ANO       PIC 9(04).
          02 WRK-MR-MES       PIC 9(02).
       01 WRK-MESREF-N REDEFINES WRK-MESREF PIC 9(06).
       01 WRK-COMPREF.
          02 WRK-CR-ANO       PIC 9(04).
          02 WRK-CR-MES       PIC 9(02).
       01 WRK-COMPETENCIA REDEFINES WRK-COMPREF PIC 9(06).
       01 WRK-ULTDIA.
          02 WRK-UD-COMP      PIC 9(06).
          02 WRK-UD-DIA       PIC 9(02).
       01 WRK-ULTDIA-N REDEFINES WRK-ULTDIA PIC 9(08).
       01 WRK-EVT-TAB.
          02 WRK-EVT-ITEM OCCURS 5 TIMES.
             03 WRK-EVT-NOME    PIC X(08).
             03 WRK-EVT-DEBITO  PIC 9(06).
             03 WRK-EVT-CREDITO PIC 9(06).
       01 WRK-CCT-TAB.
          02 WRK-CCT-ITEM OCCURS 50 TIMES.
             03 WRK-CCT-COD     PIC X(04).
             03 WRK-CCT-VALOR   PIC 9(11)V99.
       01 WRK-ORD-TAB.
          02 WRK-ORD-ITEM OCCURS 500 TIMES.
             03 WRK-ORD-CC      PIC X(04).
             03 WRK-ORD-PLAQ    PIC X(08).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           OPEN I-O ARQ-ATIVOS.
           IF WRK-FS-ATIVOS = '35'
              OPEN OUTPUT ARQ-ATIVOS
              CLOSE ARQ-ATIVOS
              OPEN I-O ARQ-ATIVOS
           END-IF.
           PERFORM 0000-CARREGARMAPA.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           CLOSE ARQ-ATIVOS.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'ATIVO IMOBILIZADO'.
           DISPLAY ' 1 - INCLUIR/ALTERAR BEM'.
           DISPLAY ' 2 - LISTAR BENS POR CENTRO DE CUSTO'.
           DISPLAY ' 3 - CALCULAR DEPRECIACAO DO MES'.
           DISPLAY ' 4 - BAIXA/VENDA DE BEM'.
           DISPLAY ' 5 - QUADRO DE DEPRECIACAO POR CENTRO DE CUSTO'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-MANTERBEM
              WHEN '2'
                 PERFORM 0004-LISTARBENS
              WHEN '3'
                 PERFORM 0005-CALCULARDEPRECIACAO
              WHEN '4'
                 PERFORM 0006-BAIXARBEM
              WHEN '5'
                 PERFORM 0007-QUADRODEPRECIACAO
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0000-CARREGARMAPA.
           MOVE 'DEPRECIA' TO WRK-EVT-NOME(1).
           MOVE 415002     TO WRK-EVT-DEBITO(1).
           MOVE 121901     TO WRK-EVT-CREDITO(1).
           MOVE 'BAIXADEP' TO WRK-EVT-NOME(2).
           MOVE 121901     TO WRK-EVT-DEBITO(2).
           MOVE 121001     TO WRK-EVT-CREDITO(2).
           MOVE 'BAIXAVEN' TO WRK-EVT-NOME(3).
           MOVE 111001     TO WRK-EVT-DEBITO(3).
           MOVE 121001     TO WRK-EVT-CREDITO(3).
           MOVE 'BAIXAPER' TO WRK-EVT-NOME(4).
           MOVE 415003     TO WRK-EVT-DEBITO(4).
           MOVE 121001     TO WRK-EVT-CREDITO(4).
           MOVE 'BAIXAGAN' TO WRK-EVT-NOME(5).
           MOVE 121001     TO WRK-EVT-DEBITO(5).
           MOVE 316001     TO WRK-EVT-CREDITO(5).
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
                 PERFORM VARYING WRK-EVT-IDX FROM 1 BY 1
                       UNTIL WRK-EVT-IDX > 5
                    IF REG-CM-EVENTO = WRK-EVT-NOME(WRK-EVT-IDX)
                       MOVE REG-CM-DEBITO
                          TO WRK-EVT-DEBITO(WRK-EVT-IDX)
                       MOVE REG-CM-CREDITO
                          TO WRK-EVT-CREDITO(WRK-EVT-IDX)
                    END-IF
                 END-PERFORM
           END-READ.

       0003-MANTERBEM.
           DISPLAY ' PLAQUETA DO BEM?'.
           ACCEPT WRK-PLAQUETA.
           IF WRK-PLAQUETA = SPACES
              DISPLAY 'PLAQUETA INVALIDA.'
           ELSE
              MOVE WRK-PLAQUETA TO REG-IM-PLAQUETA
              READ ARQ-ATIVOS
                 INVALID KEY
                    MOVE 'S' TO WRK-NOVO
                 NOT INVALID KEY
                    MOVE 'N' TO WRK-NOVO
              END-READ
              PERFORM 0000-EMPRESADOBEM
              EVALUATE TRUE
                 WHEN WRK-NOVO = 'N' AND REG-IM-SITUACAO = 'B'
                    DISPLAY 'BEM BAIXADO EM ' REG-IM-DATABAIXA
                       ', ALTERACAO NAO PERMITIDA.'
                 WHEN WRK-NOVO = 'N'
                       AND WRK-EMPRESA-BEM NOT = WRK-CIA-EMPRESA
                    DISPLAY 'BEM PERTENCE A EMPRESA ' WRK-EMPRESA-BEM
                       ', ALTERACAO NAO PERMITIDA.'
                 WHEN OTHER
                    PERFORM 0100-DIGITARBEM
              END-EVALUATE
           END-IF.

       0100-DIGITARBEM.
           IF WRK-NOVO = 'S'
              MOVE SPACES TO REG-ATIVO
              MOVE WRK-PLAQUETA TO REG-IM-PLAQUETA
              MOVE ZEROS TO REG-IM-DATAAQUIS REG-IM-VALORAQUIS
                 REG-IM-VALORRESID REG-IM-VIDAUTIL REG-IM-TITULO
                 REG-IM-DEPACUM REG-IM-ULTDEPREC REG-IM-MESESDEPREC
                 REG-IM-DATABAIXA REG-IM-VALORVENDA
              MOVE 'A' TO REG-IM-SITUACAO
              MOVE WRK-CIA-EMPRESA TO REG-IM-EMPRESA
              DISPLAY 'INCLUSAO DO BEM ' WRK-PLAQUETA
           ELSE
              DISPLAY 'BEM ' REG-IM-PLAQUETA ' ' REG-IM-DESCRICAO
              DISPLAY 'CC=' REG-IM-CCUSTO ' AQUISICAO='
                 REG-IM-DATAAQUIS ' VALOR=' REG-IM-VALORAQUIS
                 ' DEPREC.ACUM.=' REG-IM-DEPACUM
           END-IF.
           MOVE 'S' TO WRK-VALIDO.
           DISPLAY ' DESCRICAO?'.
           ACCEPT REG-IM-DESCRICAO.
           IF REG-IM-DESCRICAO = SPACES
              MOVE 'N' TO WRK-VALIDO
              DISPLAY 'DESCRICAO NAO PODE SER BRANCO.'
           END-IF.
           MOVE SPACES TO REG-IM-CATEGORIA.
           PERFORM UNTIL REG-IM-CATEGORIA = 'V' OR 'E' OR 'C'
                 OR 'M' OR 'O'
              DISPLAY ' CATEGORIA (V=VEICULO E=EQUIPAMENTO '
                 'C=COMPUTADOR M=MOVEL O=OUTROS)?'
              ACCEPT REG-IM-CATEGORIA
           END-PERFORM.
           DISPLAY ' CENTRO DE CUSTO?'.
           ACCEPT REG-IM-CCUSTO.
           MOVE REG-IM-CCUSTO TO WRK-CCUSTO.
           PERFORM 0000-VALIDARCCUSTO.
           IF WRK-CCUSTO-OK = 'N'
              MOVE 'N' TO WRK-VALIDO
              DISPLAY 'CENTRO DE CUSTO NAO CADASTRADO NO CCUSTOMF.'
           END-IF.
           IF WRK-NOVO = 'N' AND REG-IM-MESESDEPREC > 0
              DISPLAY 'BEM JA DEPRECIADO: AQUISICAO, VALORES, VIDA '
                 'UTIL, METODO E ORIGEM MANTIDOS.'
           ELSE
              PERFORM 0110-DIGITARAQUISICAO
           END-IF.
           IF WRK-VALIDO = 'N'
              DISPLAY 'DADOS INVALIDOS, BEM NAO GRAVADO.'
           ELSE
              IF WRK-NOVO = 'S'
                 WRITE REG-ATIVO
                    INVALID KEY
                       DISPLAY 'ERRO NA INCLUSAO ' WRK-FS-ATIVOS
                 END-WRITE
                 STRING 'BEM INCLUIDO ' REG-IM-PLAQUETA
                    ' VALOR=' REG-IM-VALORAQUIS
                    ' OPERADOR=' WRK-OPERADOR
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              ELSE
                 REWRITE REG-ATIVO
                    INVALID KEY
                       DISPLAY 'ERRO NA ALTERACAO ' WRK-FS-ATIVOS
                 END-REWRITE
                 STRING 'BEM ALTERADO ' REG-IM-PLAQUETA
                    ' OPERADOR=' WRK-OPERADOR
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              END-IF
              DISPLAY 'BEM ' REG-IM-PLAQUETA ' GRAVADO.'
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-IF.

       0110-DIGITARAQUISICAO.
           DISPLAY ' DATA DE AQUISICAO (AAAAMMDD)?'.
           ACCEPT REG-IM-DATAAQUIS.
           MOVE 'V' TO WRK-SRV-FUNCAO.
           MOVE REG-IM-DATAAQUIS TO WRK-SRV-DATA1.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           IF WRK-SRV-VALIDO = 'N'
              MOVE 'N' TO WRK-VALIDO
              DISPLAY 'DATA DE AQUISICAO INVALIDA.'
           END-IF.
           DISPLAY ' VALOR DE AQUISICAO?'.
           ACCEPT REG-IM-VALORAQUIS.
           IF REG-IM-VALORAQUIS = 0
              MOVE 'N' TO WRK-VALIDO
              DISPLAY 'VALOR DE AQUISICAO DEVE SER MAIOR QUE ZERO.'
           END-IF.
           DISPLAY ' VALOR RESIDUAL (0=NENHUM)?'.
           ACCEPT REG-IM-VALORRESID.
           IF REG-IM-VALORRESID NOT < REG-IM-VALORAQUIS
              MOVE 'N' TO WRK-VALIDO
              DISPLAY 'VALOR RESIDUAL DEVE SER MENOR QUE O VALOR '
                 'DE AQUISICAO.'
           END-IF.
           DISPLAY ' VIDA UTIL EM MESES?'.
           ACCEPT REG-IM-VIDAUTIL.
           IF REG-IM-VIDAUTIL = 0
              MOVE 'N' TO WRK-VALIDO
              DISPLAY 'VIDA UTIL DEVE SER MAIOR QUE ZERO.'
           END-IF.
           MOVE SPACES TO REG-IM-METODO.
           PERFORM UNTIL REG-IM-METODO = 'L' OR 'D'
              DISPLAY ' METODO (L=LINEAR D=SALDOS DECRESCENTES)?'
              ACCEPT REG-IM-METODO
           END-PERFORM.
           DISPLAY ' TITULO A PAGAR DE ORIGEM (0=NENHUM)?'.
           ACCEPT REG-IM-TITULO.
           MOVE SPACES TO REG-IM-FORNECEDOR.
           IF REG-IM-TITULO NOT = 0
              OPEN INPUT ARQ-PAGAR
              IF WRK-FS-PAGAR NOT = '00'
                 MOVE 'N' TO WRK-VALIDO
                 DISPLAY 'CONTAS A PAGAR (APAGMF.DAT) NAO ENCONTRADO.'
              ELSE
                 MOVE REG-IM-TITULO TO REG-AP-NUMERO
                 READ ARQ-PAGAR
                    INVALID KEY
                       MOVE 'N' TO WRK-VALIDO
                       DISPLAY 'TITULO A PAGAR NAO ENCONTRADO.'
                    NOT INVALID KEY
                       MOVE REG-AP-FORNECEDOR TO REG-IM-FORNECEDOR
                       DISPLAY 'TITULO DO FORNECEDOR '
                          REG-AP-FORNECEDOR ' VALOR=' REG-AP-VALOR
                 END-READ
                 CLOSE ARQ-PAGAR
              END-IF
           ELSE
              DISPLAY ' FORNECEDOR (BRANCO=NENHUM)?'
              ACCEPT REG-IM-FORNECEDOR
              IF REG-IM-FORNECEDOR NOT = SPACES
                 PERFORM 0000-VALIDARFORNECEDOR
              END-IF
           END-IF.

       0000-VALIDARFORNECEDOR.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WRK-FS-FORNECEDORES NOT = '00'
              MOVE 'N' TO WRK-VALIDO
              DISPLAY 'CADASTRO DE FORNECEDORES NAO ENCONTRADO.'
           ELSE
              MOVE REG-IM-FORNECEDOR TO REG-FO-COD
              READ ARQ-FORNECEDORES
                 INVALID KEY
                    MOVE 'N' TO WRK-VALIDO
                    DISPLAY 'FORNECEDOR NAO CADASTRADO.'
              END-READ
              CLOSE ARQ-FORNECEDORES
           END-IF.

       0000-VALIDARCCUSTO.
           MOVE 'N' TO WRK-CCUSTO-OK.
           MOVE SPACES TO WRK-CC-DESCRICAO.
           OPEN INPUT ARQ-CCUSTOS.
           IF WRK-FS-CCUSTOS = '00'
              MOVE WRK-CCUSTO TO REG-CC-COD
              READ ARQ-CCUSTOS
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-CCUSTO-OK
                    MOVE REG-CC-DESCRICAO TO WRK-CC-DESCRICAO
              END-READ
              CLOSE ARQ-CCUSTOS
           END-IF.

       0004-LISTARBENS.
           MOVE 'N' TO WRK-SOMENTE-ATIVOS.
           PERFORM 0000-CARREGARORDEM.
           IF WRK-QTD-ORD = 0
              DISPLAY 'NENHUM BEM CADASTRADO.'
           ELSE
              OPEN OUTPUT ARQ-RELBENS
              MOVE SPACES TO WRK-LINHA
              STRING 'BENS DO ATIVO IMOBILIZADO POR CENTRO DE CUSTO'
                 ' - EMISSAO ' WRK-DATASISTEMA
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELBENS FROM WRK-LINHA
              MOVE '(BENS BAIXADOS, SITUACAO B, NAO ENTRAM NOS TOTAIS)'
                 TO WRK-LINHA
              WRITE REG-RELBENS FROM WRK-LINHA
              MOVE SPACES TO WRK-CC-ANT
              MOVE ZEROS TO WRK-TOT-VALOR WRK-TOT-DEPACUM
              PERFORM VARYING WRK-ORD-IDX FROM 1 BY 1
                    UNTIL WRK-ORD-IDX > WRK-QTD-ORD
                 PERFORM 0000-LISTARBEM
              END-PERFORM
              PERFORM 0000-SUBTOTALLISTA
              MOVE SPACES TO WRK-LINHA
              WRITE REG-RELBENS FROM WRK-LINHA
              MOVE WRK-TOT-VALOR TO WRK-VALOR1-ED
              MOVE WRK-TOT-DEPACUM TO WRK-VALOR2-ED
              COMPUTE WRK-SUB-VALOR = WRK-TOT-VALOR - WRK-TOT-DEPACUM
              MOVE WRK-SUB-VALOR TO WRK-VALOR3-ED
              MOVE SPACES TO WRK-LINHA
              STRING 'TOTAL GERAL                           '
                 '           ' WRK-VALOR1-ED ' ' WRK-VALOR2-ED ' '
                 WRK-VALOR3-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELBENS FROM WRK-LINHA
              CLOSE ARQ-RELBENS
              DISPLAY 'RELACAO GRAVADA EM IMOBLIST.TXT'
              MOVE 'IMOBLIST.TXT' TO WRK-NOME-RELAT
              CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
                 WRK-OPERADOR
           END-IF.

       0000-LISTARBEM.
           MOVE WRK-ORD-PLAQ(WRK-ORD-IDX) TO REG-IM-PLAQUETA.
           READ ARQ-ATIVOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF REG-IM-CCUSTO NOT = WRK-CC-ANT
                    IF WRK-CC-ANT NOT = SPACES
                       PERFORM 0000-SUBTOTALLISTA
                    END-IF
                    MOVE REG-IM-CCUSTO TO WRK-CC-ANT
                    MOVE ZEROS TO WRK-SUB-VALOR WRK-SUB-DEPACUM
                    MOVE REG-IM-CCUSTO TO WRK-CCUSTO
                    PERFORM 0000-VALIDARCCUSTO
                    MOVE SPACES TO WRK-LINHA
                    WRITE REG-RELBENS FROM WRK-LINHA
                    STRING 'CENTRO DE CUSTO ' REG-IM-CCUSTO ' '
                       WRK-CC-DESCRICAO
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-RELBENS FROM WRK-LINHA
                    MOVE SPACES TO WRK-LINHA
                    STRING 'PLAQUETA DESCRICAO                     '
                       ' DT.AQUIS    VALOR AQUIS.   DEPREC. ACUM.'
                       ' VALOR CONTABIL S'
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-RELBENS FROM WRK-LINHA
                 END-IF
                 MOVE REG-IM-VALORAQUIS TO WRK-VALOR1-ED
                 MOVE REG-IM-DEPACUM TO WRK-VALOR2-ED
                 COMPUTE WRK-VALOR-CONTABIL =
                    REG-IM-VALORAQUIS - REG-IM-DEPACUM
                 MOVE WRK-VALOR-CONTABIL TO WRK-VALOR3-ED
                 MOVE SPACES TO WRK-LINHA
                 STRING REG-IM-PLAQUETA ' ' REG-IM-DESCRICAO ' '
                    REG-IM-DATAAQUIS ' ' WRK-VALOR1-ED ' '
                    WRK-VALOR2-ED ' ' WRK-VALOR3-ED ' '
                    REG-IM-SITUACAO
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-RELBENS FROM WRK-LINHA
                 IF REG-IM-SITUACAO = 'A'
                    ADD REG-IM-VALORAQUIS TO WRK-SUB-VALOR
                       WRK-TOT-VALOR
                    ADD REG-IM-DEPACUM TO WRK-SUB-DEPACUM
                       WRK-TOT-DEPACUM
                 END-IF
           END-READ.

       0000-SUBTOTALLISTA.
           MOVE WRK-SUB-VALOR TO WRK-VALOR1-ED.
           MOVE WRK-SUB-DEPACUM TO WRK-VALOR2-ED.
           COMPUTE WRK-VALOR-CONTABIL = WRK-SUB-VALOR - WRK-SUB-DEPACUM.
           MOVE WRK-VALOR-CONTABIL TO WRK-VALOR3-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL DO CENTRO DE CUSTO ' WRK-CC-ANT
              '                    ' WRK-VALOR1-ED ' ' WRK-VALOR2-ED ' '
              WRK-VALOR3-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELBENS FROM WRK-LINHA.

       0000-CARREGARORDEM.
           MOVE ZEROS TO WRK-QTD-ORD.
           MOVE LOW-VALUES TO REG-IM-PLAQUETA.
           START ARQ-ATIVOS KEY IS NOT LESS THAN REG-IM-PLAQUETA
              INVALID KEY
                 MOVE '10' TO WRK-FS-ATIVOS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-ATIVOS
           END-START.
           PERFORM 0000-LERORDEM UNTIL WRK-FS-ATIVOS = '10'.
           MOVE '00' TO WRK-FS-ATIVOS.

       0000-LERORDEM.
           READ ARQ-ATIVOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ATIVOS
              NOT AT END
                 IF WRK-SOMENTE-ATIVOS = 'N'
                       OR REG-IM-SITUACAO = 'A'
                    PERFORM 0000-INSERIRORDEM
                 END-IF
           END-READ.

       0000-INSERIRORDEM.
           IF WRK-QTD-ORD < 500
              PERFORM VARYING WRK-POS FROM 1 BY 1
                    UNTIL WRK-POS > WRK-QTD-ORD
                       OR WRK-ORD-CC(WRK-POS) > REG-IM-CCUSTO
                 CONTINUE
              END-PERFORM
              PERFORM VARYING WRK-IDX FROM WRK-QTD-ORD BY -1
                    UNTIL WRK-IDX < WRK-POS
                 MOVE WRK-ORD-ITEM(WRK-IDX) TO WRK-ORD-ITEM(WRK-IDX + 1)
              END-PERFORM
              ADD 1 TO WRK-QTD-ORD
              MOVE REG-IM-CCUSTO TO WRK-ORD-CC(WRK-POS)
              MOVE REG-IM-PLAQUETA TO WRK-ORD-PLAQ(WRK-POS)
           END-IF.

       0005-CALCULARDEPRECIACAO.
           DISPLAY ' COMPETENCIA A DEPRECIAR (AAAAMM)?'.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-CR-MES < 1 OR WRK-CR-MES > 12
              DISPLAY 'COMPETENCIA INVALIDA.'
           ELSE
              PERFORM 0000-CONFERIRPERIODO
              IF WRK-PER-STATUS = 'F' OR WRK-PER-STATUS = 'E'
                 DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                    ' FECHADA, DEPRECIACAO RECUSADA.'
              ELSE
                 DISPLAY ' CONFIRMA O CALCULO DA DEPRECIACAO DE '
                    WRK-COMPETENCIA '? (S/N)'
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    PERFORM 0200-DEPRECIARBENS
                 END-IF
              END-IF
           END-IF.

       0200-DEPRECIARBENS.
           MOVE ZEROS TO WRK-QTD-CCT WRK-QTD-BENS-DEP WRK-QTD-JADEP.
           MOVE ZEROS TO WRK-TOTAL-DEPREC.
           MOVE LOW-VALUES TO REG-IM-PLAQUETA.
           START ARQ-ATIVOS KEY IS NOT LESS THAN REG-IM-PLAQUETA
              INVALID KEY
                 MOVE '10' TO WRK-FS-ATIVOS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-ATIVOS
           END-START.
           PERFORM 0000-LERBEMDEPRECIAR UNTIL WRK-FS-ATIVOS = '10'.
           MOVE '00' TO WRK-FS-ATIVOS.
           IF WRK-QTD-JADEP > 0
              DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                 ' JA DEPRECIADA PARA ' WRK-QTD-JADEP ' BEM(NS).'
           END-IF.
           IF WRK-TOTAL-DEPREC = 0
              DISPLAY 'NENHUMA DEPRECIACAO A LANCAR.'
           ELSE
              PERFORM 0210-LANCARDEPRECIACAO
           END-IF.

       0000-LERBEMDEPRECIAR.
           READ ARQ-ATIVOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ATIVOS
              NOT AT END
                 PERFORM 0000-EMPRESADOBEM
                 IF REG-IM-SITUACAO = 'A'
                       AND WRK-EMPRESA-BEM = WRK-CIA-EMPRESA
                    PERFORM 0000-DEPRECIARBEM
                 END-IF
           END-READ.

       0000-EMPRESADOBEM.
           MOVE REG-IM-EMPRESA TO WRK-EMPRESA-BEM.
           IF WRK-EMPRESA-BEM = SPACES
              MOVE '01' TO WRK-EMPRESA-BEM
           END-IF.

       0000-DEPRECIARBEM.
           MOVE ZEROS TO WRK-DEP-BEM.
           IF REG-IM-ULTDEPREC = 0
              COMPUTE WRK-MESREF-N = REG-IM-DATAAQUIS / 100
           ELSE
              MOVE REG-IM-ULTDEPREC TO WRK-MESREF-N
           END-IF.
           PERFORM 0000-PROXIMOMES.
           IF WRK-MESREF-N > WRK-COMPETENCIA
              IF REG-IM-ULTDEPREC NOT < WRK-COMPETENCIA
                 ADD 1 TO WRK-QTD-JADEP
              END-IF
           ELSE
              MOVE REG-IM-DEPACUM TO WRK-SIM-DEPACUM
              MOVE REG-IM-MESESDEPREC TO WRK-SIM-MESES
              PERFORM 0000-DEPRECIARMES
                 UNTIL WRK-MESREF-N > WRK-COMPETENCIA
              COMPUTE WRK-DEP-BEM = WRK-SIM-DEPACUM - REG-IM-DEPACUM
              MOVE WRK-SIM-DEPACUM TO REG-IM-DEPACUM
              MOVE WRK-SIM-MESES TO REG-IM-MESESDEPREC
              MOVE WRK-COMPETENCIA TO REG-IM-ULTDEPREC
              REWRITE REG-ATIVO
                 INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR ' REG-IM-PLAQUETA
              END-REWRITE
              ADD 1 TO WRK-QTD-BENS-DEP
              IF WRK-DEP-BEM > 0
                 MOVE REG-IM-CCUSTO TO WRK-CC-LC
                 PERFORM 0000-SOMARCCUSTO
                 ADD WRK-DEP-BEM TO WRK-TOTAL-DEPREC
                 DISPLAY REG-IM-PLAQUETA ' ' REG-IM-DESCRICAO
                    ' CC=' REG-IM-CCUSTO ' DEPRECIACAO=' WRK-DEP-BEM
              END-IF
           END-IF.

       0000-DEPRECIARMES.
           PERFORM 0000-CALCULARMES.
           PERFORM 0000-PROXIMOMES.

       0000-CALCULARMES.
           MOVE ZEROS TO WRK-DEP-MES.
           COMPUTE WRK-BASE = REG-IM-VALORAQUIS - REG-IM-VALORRESID.
           COMPUTE WRK-SALDO-DEP = WRK-BASE - WRK-SIM-DEPACUM.
           IF WRK-SALDO-DEP > 0 AND REG-IM-VIDAUTIL > 0
              COMPUTE WRK-RESTANTES = REG-IM-VIDAUTIL - WRK-SIM-MESES
              IF WRK-RESTANTES < 2
                 MOVE WRK-SALDO-DEP TO WRK-DEP-MES
              ELSE
                 IF REG-IM-METODO = 'D'
                    COMPUTE WRK-DEP-MES ROUNDED =
                       (REG-IM-VALORAQUIS - WRK-SIM-DEPACUM) * 2
                       / REG-IM-VIDAUTIL
                    COMPUTE WRK-DEP-ALT ROUNDED =
                       WRK-SALDO-DEP / WRK-RESTANTES
                    IF WRK-DEP-ALT > WRK-DEP-MES
                       MOVE WRK-DEP-ALT TO WRK-DEP-MES
                    END-IF
                 ELSE
                    COMPUTE WRK-DEP-MES ROUNDED =
                       WRK-BASE / REG-IM-VIDAUTIL
                 END-IF
                 IF WRK-DEP-MES > WRK-SALDO-DEP
                    MOVE WRK-SALDO-DEP TO WRK-DEP-MES
                 END-IF
              END-IF
              ADD WRK-DEP-MES TO WRK-SIM-DEPACUM
              ADD 1 TO WRK-SIM-MESES
           END-IF.

       0000-PROXIMOMES.
           ADD 1 TO WRK-MR-MES.
           IF WRK-MR-MES > 12
              MOVE 1 TO WRK-MR-MES
              ADD 1 TO WRK-MR-ANO
           END-IF.

       0000-SOMARCCUSTO.
           PERFORM VARYING WRK-CCT-IDX FROM 1 BY 1
                 UNTIL WRK-CCT-IDX > WRK-QTD-CCT
                    OR WRK-CCT-COD(WRK-CCT-IDX) = WRK-CC-LC
              CONTINUE
           END-PERFORM.
           IF WRK-CCT-IDX > WRK-QTD-CCT
              IF WRK-QTD-CCT < 50
                 ADD 1 TO WRK-QTD-CCT
                 MOVE WRK-CC-LC TO WRK-CCT-COD(WRK-QTD-CCT)
                 MOVE ZEROS TO WRK-CCT-VALOR(WRK-QTD-CCT)
              ELSE
                 MOVE 50 TO WRK-CCT-IDX
                 DISPLAY 'LIMITE DE 50 CENTROS DE CUSTO, VALOR SOMADO'
                    ' AO CENTRO ' WRK-CCT-COD(50)
              END-IF
           END-IF.
           ADD WRK-DEP-BEM TO WRK-CCT-VALOR(WRK-CCT-IDX).

       0210-LANCARDEPRECIACAO.
           MOVE WRK-COMPETENCIA TO WRK-LOTE.
           PERFORM 0000-ULTIMODIA.
           MOVE WRK-ULTDIA-N TO WRK-DATA-LC.
           MOVE 1 TO WRK-EVT-IDX.
           OPEN EXTEND ARQ-LANCTOS.
           IF WRK-FS-LANCTOS = '35'
              OPEN OUTPUT ARQ-LANCTOS
           END-IF.
           PERFORM VARYING WRK-CCT-IDX FROM 1 BY 1
                 UNTIL WRK-CCT-IDX > WRK-QTD-CCT
              MOVE WRK-CCT-COD(WRK-CCT-IDX) TO WRK-CC-LC
              MOVE WRK-CCT-VALOR(WRK-CCT-IDX) TO WRK-VALOR-LC
              PERFORM 0000-GRAVARPARTIDAS
              DISPLAY 'CENTRO DE CUSTO ' WRK-CC-LC
                 ' DEPRECIACAO=' WRK-VALOR-LC
           END-PERFORM.
           CLOSE ARQ-LANCTOS.
           DISPLAY 'BENS DEPRECIADOS=' WRK-QTD-BENS-DEP
              ' TOTAL=' WRK-TOTAL-DEPREC.
           DISPLAY 'DEPRECIACAO GRAVADA EM LANCTOS.DAT, LOTE '
              WRK-LOTE.
           STRING 'DEPRECIACAO ' WRK-COMPETENCIA
              ' TOTAL=' WRK-TOTAL-DEPREC ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.

       0000-ULTIMODIA.
           MOVE WRK-COMPETENCIA TO WRK-UD-COMP.
           MOVE 31 TO WRK-UD-DIA.
           MOVE 'N' TO WRK-SRV-VALIDO.
           PERFORM 0000-TESTARDIA
              UNTIL WRK-SRV-VALIDO = 'S' OR WRK-UD-DIA < 28.

       0000-TESTARDIA.
           MOVE 'V' TO WRK-SRV-FUNCAO.
           MOVE WRK-ULTDIA-N TO WRK-SRV-DATA1.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           IF WRK-SRV-VALIDO = 'N'
              SUBTRACT 1 FROM WRK-UD-DIA
           END-IF.

       0000-GRAVARPARTIDAS.
           MOVE WRK-LOTE TO REG-LC-LOTE.
           MOVE WRK-DATA-LC TO REG-LC-DATA.
           MOVE WRK-EVT-NOME(WRK-EVT-IDX) TO REG-LC-EVENTO.
           MOVE WRK-EVT-DEBITO(WRK-EVT-IDX) TO REG-LC-CONTA.
           MOVE 'D' TO REG-LC-DC.
           MOVE WRK-VALOR-LC TO REG-LC-VALOR.
           MOVE SPACES TO REG-LC-FILIAL.
           MOVE 'I' TO REG-LC-TIPOLOTE.
           MOVE WRK-CC-LC TO REG-LC-CCUSTO.
           MOVE WRK-CIA-EMPRESA TO REG-LC-EMPRESA.
           WRITE REG-LANCTO.
           MOVE WRK-EVT-CREDITO(WRK-EVT-IDX) TO REG-LC-CONTA.
           MOVE 'C' TO REG-LC-DC.
           WRITE REG-LANCTO.

       0000-CONFERIRPERIODO.
           MOVE 'A' TO WRK-PER-STATUS.
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
                 END-IF
           END-READ.

       0006-BAIXARBEM.
           DISPLAY ' PLAQUETA DO BEM?'.
           ACCEPT WRK-PLAQUETA.
           MOVE WRK-PLAQUETA TO REG-IM-PLAQUETA.
           READ ARQ-ATIVOS
              INVALID KEY
                 DISPLAY 'BEM NAO CADASTRADO.'
              NOT INVALID KEY
                 PERFORM 0000-EMPRESADOBEM
                 EVALUATE TRUE
                    WHEN REG-IM-SITUACAO = 'B'
                       DISPLAY 'BEM JA BAIXADO EM ' REG-IM-DATABAIXA
                          '.'
                    WHEN WRK-EMPRESA-BEM NOT = WRK-CIA-EMPRESA
                       DISPLAY 'BEM PERTENCE A EMPRESA '
                          WRK-EMPRESA-BEM ', BAIXA NAO PERMITIDA.'
                    WHEN OTHER
                       PERFORM 0300-DIGITARBAIXA
                 END-EVALUATE
           END-READ.

       0300-DIGITARBAIXA.
           DISPLAY 'BEM ' REG-IM-PLAQUETA ' ' REG-IM-DESCRICAO
              ' CC=' REG-IM-CCUSTO.
           DISPLAY ' DATA DA BAIXA (AAAAMMDD)?'.
           ACCEPT WRK-DATA.
           MOVE 'V' TO WRK-SRV-FUNCAO.
           MOVE WRK-DATA TO WRK-SRV-DATA1.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           IF WRK-SRV-VALIDO = 'N' OR WRK-DATA < REG-IM-DATAAQUIS
              DISPLAY 'DATA DA BAIXA INVALIDA.'
           ELSE
              COMPUTE WRK-COMPETENCIA = WRK-DATA / 100
              PERFORM 0000-CONFERIRPERIODO
              MOVE WRK-COMPETENCIA TO WRK-MESREF-N
              SUBTRACT 1 FROM WRK-MR-MES
              IF WRK-MR-MES = 0
                 MOVE 12 TO WRK-MR-MES
                 SUBTRACT 1 FROM WRK-MR-ANO
              END-IF
              COMPUTE WRK-SALDO-DEP = REG-IM-VALORAQUIS
                 - REG-IM-VALORRESID - REG-IM-DEPACUM
              EVALUATE TRUE
                 WHEN WRK-PER-STATUS = 'F' OR WRK-PER-STATUS = 'E'
                    DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' FECHADA, BAIXA RECUSADA.'
                 WHEN WRK-SALDO-DEP > 0
                       AND REG-IM-ULTDEPREC < WRK-MESREF-N
                       AND REG-IM-DATAAQUIS / 100 < WRK-MESREF-N
                    DISPLAY 'DEPRECIACAO DO BEM PENDENTE; CALCULE A '
                       'DEPRECIACAO ATE ' WRK-MESREF-N
                       ' ANTES DA BAIXA.'
                 WHEN OTHER
                    PERFORM 0310-CONFIRMARBAIXA
              END-EVALUATE
           END-IF.

       0310-CONFIRMARBAIXA.
           DISPLAY ' VALOR DA VENDA (0=BAIXA SEM VENDA)?'.
           ACCEPT WRK-VALOR-VENDA.
           COMPUTE WRK-VALOR-CONTABIL =
              REG-IM-VALORAQUIS - REG-IM-DEPACUM.
           COMPUTE WRK-RESULTADO = WRK-VALOR-VENDA - WRK-VALOR-CONTABIL.
           MOVE WRK-RESULTADO TO WRK-RESULTADO-ED.
           DISPLAY 'VALOR CONTABIL=' WRK-VALOR-CONTABIL
              ' VENDA=' WRK-VALOR-VENDA.
           IF WRK-RESULTADO < 0
              DISPLAY 'PERDA NA BAIXA=' WRK-RESULTADO-ED
           ELSE
              DISPLAY 'GANHO NA BAIXA=' WRK-RESULTADO-ED
           END-IF.
           DISPLAY ' CONFIRMA A BAIXA DO BEM? (S/N)'.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
              PERFORM 0320-LANCARBAIXA
           END-IF.

       0320-LANCARBAIXA.
           MOVE WRK-DATA TO WRK-LOTE.
           MOVE WRK-DATA TO WRK-DATA-LC.
           MOVE REG-IM-CCUSTO TO WRK-CC-LC.
           OPEN EXTEND ARQ-LANCTOS.
           IF WRK-FS-LANCTOS = '35'
              OPEN OUTPUT ARQ-LANCTOS
           END-IF.
           IF REG-IM-DEPACUM > 0
              MOVE 2 TO WRK-EVT-IDX
              MOVE REG-IM-DEPACUM TO WRK-VALOR-LC
              PERFORM 0000-GRAVARPARTIDAS
           END-IF.
           IF WRK-VALOR-VENDA > 0
              MOVE 3 TO WRK-EVT-IDX
              MOVE WRK-VALOR-VENDA TO WRK-VALOR-LC
              PERFORM 0000-GRAVARPARTIDAS
           END-IF.
           IF WRK-RESULTADO < 0
              MOVE 4 TO WRK-EVT-IDX
              COMPUTE WRK-VALOR-LC = 0 - WRK-RESULTADO
              PERFORM 0000-GRAVARPARTIDAS
           END-IF.
           IF WRK-RESULTADO > 0
              MOVE 5 TO WRK-EVT-IDX
              MOVE WRK-RESULTADO TO WRK-VALOR-LC
              PERFORM 0000-GRAVARPARTIDAS
           END-IF.
           CLOSE ARQ-LANCTOS.
           MOVE 'B' TO REG-IM-SITUACAO.
           MOVE WRK-DATA TO REG-IM-DATABAIXA.
           MOVE WRK-VALOR-VENDA TO REG-IM-VALORVENDA.
           REWRITE REG-ATIVO
              INVALID KEY
                 DISPLAY 'ERRO AO ATUALIZAR ' REG-IM-PLAQUETA
           END-REWRITE.
           DISPLAY 'BEM ' REG-IM-PLAQUETA ' BAIXADO, LANCAMENTOS '
              'GRAVADOS EM LANCTOS.DAT, LOTE ' WRK-LOTE.
           STRING 'BAIXA DO BEM ' REG-IM-PLAQUETA
              ' RESULTADO=' WRK-RESULTADO-ED
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.

       0007-QUADRODEPRECIACAO.
           MOVE 'S' TO WRK-SOMENTE-ATIVOS.
           PERFORM 0000-CARREGARORDEM.
           IF WRK-QTD-ORD = 0
              DISPLAY 'NENHUM BEM EM USO.'
           ELSE
              OPEN OUTPUT ARQ-RELQUADRO
              MOVE SPACES TO WRK-LINHA
              STRING 'QUADRO DE DEPRECIACAO A APROPRIAR POR CENTRO '
                 'DE CUSTO - EMISSAO ' WRK-DATASISTEMA
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELQUADRO FROM WRK-LINHA
              MOVE SPACES TO WRK-CC-ANT
              MOVE ZEROS TO WRK-TOT-APROPRIAR
              PERFORM VARYING WRK-ORD-IDX FROM 1 BY 1
                    UNTIL WRK-ORD-IDX > WRK-QTD-ORD
                 PERFORM 0000-QUADROBEM
              END-PERFORM
              PERFORM 0000-SUBTOTALQUADRO
              MOVE SPACES TO WRK-LINHA
              WRITE REG-RELQUADRO FROM WRK-LINHA
              MOVE WRK-TOT-APROPRIAR TO WRK-VALOR1-ED
              MOVE SPACES TO WRK-LINHA
              STRING 'TOTAL GERAL A APROPRIAR          ' WRK-VALOR1-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELQUADRO FROM WRK-LINHA
              CLOSE ARQ-RELQUADRO
              DISPLAY 'QUADRO GRAVADO EM IMOBQUAD.TXT'
              MOVE 'IMOBQUAD.TXT' TO WRK-NOME-RELAT
              CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
                 WRK-OPERADOR
           END-IF.

       0000-QUADROBEM.
           MOVE WRK-ORD-PLAQ(WRK-ORD-IDX) TO REG-IM-PLAQUETA.
           READ ARQ-ATIVOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF REG-IM-CCUSTO NOT = WRK-CC-ANT
                    IF WRK-CC-ANT NOT = SPACES
                       PERFORM 0000-SUBTOTALQUADRO
                    END-IF
                    MOVE REG-IM-CCUSTO TO WRK-CC-ANT
                    MOVE ZEROS TO WRK-SUB-APROPRIAR
                    MOVE REG-IM-CCUSTO TO WRK-CCUSTO
                    PERFORM 0000-VALIDARCCUSTO
                    MOVE SPACES TO WRK-LINHA
                    WRITE REG-RELQUADRO FROM WRK-LINHA
                    STRING 'CENTRO DE CUSTO ' REG-IM-CCUSTO ' '
                       WRK-CC-DESCRICAO
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-RELQUADRO FROM WRK-LINHA
                 END-IF
                 COMPUTE WRK-VALOR-CONTABIL =
                    REG-IM-VALORAQUIS - REG-IM-DEPACUM
                 MOVE WRK-VALOR-CONTABIL TO WRK-VALOR1-ED
                 MOVE SPACES TO WRK-LINHA
                 STRING REG-IM-PLAQUETA ' ' REG-IM-DESCRICAO
                    ' MET=' REG-IM-METODO
                    ' VIDA=' REG-IM-VIDAUTIL
                    ' DEPR=' REG-IM-MESESDEPREC
                    ' V.CONTABIL=' WRK-VALOR1-ED
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-RELQUADRO FROM WRK-LINHA
                 IF REG-IM-ULTDEPREC = 0
                    COMPUTE WRK-MESREF-N = REG-IM-DATAAQUIS / 100
                 ELSE
                    MOVE REG-IM-ULTDEPREC TO WRK-MESREF-N
                 END-IF
                 PERFORM 0000-PROXIMOMES
                 MOVE REG-IM-DEPACUM TO WRK-SIM-DEPACUM
                 MOVE REG-IM-MESESDEPREC TO WRK-SIM-MESES
                 MOVE ZEROS TO WRK-DEP-ANO
                 MOVE 'N' TO WRK-FIM-PROJ
                 PERFORM 0000-PROJETARMES UNTIL WRK-FIM-PROJ = 'S'
                 IF WRK-DEP-ANO > 0
                    PERFORM 0000-IMPRIMIRANO
                 END-IF
                 COMPUTE WRK-DEP-BEM = WRK-SIM-DEPACUM - REG-IM-DEPACUM
                 ADD WRK-DEP-BEM TO WRK-SUB-APROPRIAR WRK-TOT-APROPRIAR
           END-READ.

       0000-PROJETARMES.
           PERFORM 0000-CALCULARMES.
           IF WRK-DEP-MES = 0
              MOVE 'S' TO WRK-FIM-PROJ
           ELSE
              ADD WRK-DEP-MES TO WRK-DEP-ANO
              IF WRK-MR-MES = 12
                 PERFORM 0000-IMPRIMIRANO
                 MOVE ZEROS TO WRK-DEP-ANO
              END-IF
              PERFORM 0000-PROXIMOMES
           END-IF.

       0000-IMPRIMIRANO.
           MOVE WRK-DEP-ANO TO WRK-VALOR1-ED.
           COMPUTE WRK-VALOR-CONTABIL =
              REG-IM-VALORAQUIS - WRK-SIM-DEPACUM.
           MOVE WRK-VALOR-CONTABIL TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '         ANO ' WRK-MR-ANO ' DEPRECIACAO='
              WRK-VALOR1-ED ' VALOR CONTABIL NO FIM='
              WRK-VALOR2-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELQUADRO FROM WRK-LINHA.

       0000-SUBTOTALQUADRO.
           MOVE WRK-SUB-APROPRIAR TO WRK-VALOR1-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL A APROPRIAR NO CENTRO ' WRK-CC-ANT
              ' ' WRK-VALOR1-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELQUADRO FROM WRK-LINHA.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'PERCONT.DAT' TO WRK-NOME-PERCONT.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-PERCONT WRK-CIA-VALIDO.
