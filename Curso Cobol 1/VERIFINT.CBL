       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFINT.
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
           SELECT ARQ-PEDIDMF ASSIGN TO "PEDIDMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PE-NUMERO
               FILE STATUS IS WRK-FS-PEDIDMF.
           SELECT ARQ-FATURAS ASSIGN TO "FATURMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-NUMERO
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT ARQ-PARCELAS ASSIGN TO "FATPARC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PA-CHAVE
               FILE STATUS IS WRK-FS-PARCELAS.
           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNOS.
           SELECT ARQ-PROFTURM ASSIGN TO "PROFTURM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PT-CHAVE
               FILE STATUS IS WRK-FS-PROFTURM.
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
           SELECT ARQ-ESTOQUE ASSIGN TO "ESTOQMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ES-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT ARQ-PRODUTOS ASSIGN TO "PRODMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PR-COD
               FILE STATUS IS WRK-FS-PRODUTOS.
           SELECT ARQ-SITANT ASSIGN TO "VERIFINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SITANT.
           SELECT ARQ-RELVERIF ASSIGN TO "VERIFINT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELVERIF.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTES.
       01 REG-CLIENTE.
       COPY CLIREG.
       FD ARQ-PEDIDMF.
       01 REG-PEDIDO.
       COPY PEDIREG.
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-PARCELAS.
       01 REG-PARCELA.
       COPY PARREG.
       FD ARQ-ALUNOS.
       01 REG-ALUNO.
       COPY ALUNREG.
       FD ARQ-PROFTURM.
       01 REG-PROFTURM.
          02 REG-PT-CHAVE.
             03 REG-PT-TURMA    PIC X(06).
             03 REG-PT-PERIODO  PIC 9(05).
          02 REG-PT-PROFESSOR  PIC X(05).
       FD ARQ-PAGAR.
       01 REG-PAGAR.
       COPY APAREG.
       FD ARQ-FORNECEDORES.
       01 REG-FORNECEDOR.
       COPY FORREG.
       FD ARQ-ESTOQUE.
       01 REG-ESTOQUE.
       COPY ESTREG.
       FD ARQ-PRODUTOS.
       01 REG-PRODUTO.
       COPY PRODREG.
       FD ARQ-SITANT.
       01 REG-SITANT.
          02 REG-SI-REGRA       PIC 9(02).
          02 REG-SI-QTD         PIC 9(06).
          02 REG-SI-DATA        PIC 9(08).
       FD ARQ-RELVERIF.
       01 REG-RELVERIF         PIC X(100).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CLIENTES  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PEDIDMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PARCELAS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-ALUNOS    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PROFTURM  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PAGAR     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FORNECEDORES PIC X(02)  VALUE ZEROS.
       77 WRK-FS-ESTOQUE   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PRODUTOS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-SITANT    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELVERIF  PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'VERIFINT'.
       77 WRK-OPERADOR     PIC X(08)     VALUE 'LOTE'.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-DATASISTEMA  PIC 9(08)     VALUE ZEROS.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-QTD-REGRAS   PIC 9(02)     VALUE 6.
       77 WRK-RG-IDX       PIC 9(02)     VALUE ZEROS.
       77 WRK-REGRA        PIC 9(02)     VALUE ZEROS.
       77 WRK-DETALHE      PIC X(80)     VALUE SPACES.
       77 WRK-QTD-TOTAL    PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-NOVAS    PIC 9(02)     VALUE ZEROS.
       77 WRK-ARQ-OK       PIC X(01)     VALUE 'N'.
       77 WRK-ACHOU        PIC X(01)     VALUE 'N'.
       77 WRK-PA-FATANT    PIC 9(08)     VALUE ZEROS.
       77 WRK-PA-SOMA      PIC 9(09)V99  VALUE ZEROS.
       77 WRK-PA-QTD       PIC 9(02)     VALUE ZEROS.
       77 WRK-VLR-ED1      PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-VLR-ED2      PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-RG-TAB.
          02 WRK-RG-ITEM OCCURS 6 TIMES.
             03 WRK-RG-DESC     PIC X(45).
             03 WRK-RG-QTD      PIC 9(06).
             03 WRK-RG-ANT      PIC 9(06).
             03 WRK-RG-SITUACAO PIC X(01).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           MOVE ZEROS TO RETURN-CODE.
           PERFORM 0002-CARREGARREGRAS.
           OPEN OUTPUT ARQ-RELVERIF.
           IF WRK-FS-RELVERIF NOT = '00'
              DISPLAY 'NAO FOI POSSIVEL GRAVAR VERIFINT.TXT.'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VERIFICACAO DE INTEGRIDADE ENTRE ARQUIVOS - '
              WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELVERIF FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELVERIF FROM WRK-LINHA.
           PERFORM 0100-PEDIDOSEMCLIENTE.
           PERFORM 0200-FATURASEMPEDIDO.
           PERFORM 0300-PARCELASXFATURA.
           PERFORM 0400-ALUNOSEMPROFESSOR.
           PERFORM 0500-TITULOSEMFORNECEDOR.
           PERFORM 0600-ESTOQUESEMPRODUTO.
           PERFORM 0003-RESUMIR.
           CLOSE ARQ-RELVERIF.
           PERFORM 0004-GRAVARSITUACAO.
           MOVE 'VERIFINT.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'INTEGRIDADE EXCECOES=' WRK-QTD-TOTAL
              ' REGRAS NOVAS=' WRK-QTD-NOVAS
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           IF WRK-QTD-TOTAL > 0
              MOVE 'W' TO WRK-LOG-SEVERIDADE
           END-IF.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.
           MOVE 'I' TO WRK-LOG-SEVERIDADE.
           DISPLAY 'VERIFICACAO DE INTEGRIDADE CONCLUIDA, EXCECOES: '
              WRK-QTD-TOTAL.
           DISPLAY 'RELATORIO GRAVADO EM VERIFINT.TXT'.
           GOBACK.

       0002-CARREGARREGRAS.
           MOVE 'PEDIDO COM CLIENTE INEXISTENTE' TO WRK-RG-DESC(1).
           MOVE 'FATURA DE PEDIDO COM PEDIDO INEXISTENTE'
              TO WRK-RG-DESC(2).
           MOVE 'PARCELAS NAO FECHAM COM A FATURA'
              TO WRK-RG-DESC(3).
           MOVE 'ALUNO ATIVO EM TURMA SEM PROFESSOR'
              TO WRK-RG-DESC(4).
           MOVE 'TITULO A PAGAR DE FORNECEDOR INEXISTENTE'
              TO WRK-RG-DESC(5).
           MOVE 'SALDO DE ESTOQUE DE PRODUTO INEXISTENTE'
              TO WRK-RG-DESC(6).
           PERFORM VARYING WRK-RG-IDX FROM 1 BY 1
                 UNTIL WRK-RG-IDX > WRK-QTD-REGRAS
              MOVE ZEROS TO WRK-RG-QTD(WRK-RG-IDX)
                 WRK-RG-ANT(WRK-RG-IDX)
              MOVE 'V' TO WRK-RG-SITUACAO(WRK-RG-IDX)
           END-PERFORM.
           OPEN INPUT ARQ-SITANT.
           IF WRK-FS-SITANT = '00'
              PERFORM 0000-LERSITANT UNTIL WRK-FS-SITANT = '10'
              CLOSE ARQ-SITANT
           END-IF.

       0000-LERSITANT.
           READ ARQ-SITANT
              AT END
                 MOVE '10' TO WRK-FS-SITANT
              NOT AT END
                 IF REG-SI-REGRA > 0
                       AND REG-SI-REGRA <= WRK-QTD-REGRAS
                    MOVE REG-SI-QTD TO WRK-RG-ANT(REG-SI-REGRA)
                 END-IF
           END-READ.

       0000-CABECALHOREGRA.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELVERIF FROM WRK-LINHA.
           STRING 'REGRA ' WRK-REGRA ' - ' WRK-RG-DESC(WRK-REGRA)
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELVERIF FROM WRK-LINHA.

       0000-REGISTRAREXCECAO.
           ADD 1 TO WRK-RG-QTD(WRK-REGRA).
           MOVE SPACES TO WRK-LINHA.
           STRING '   ' WRK-DETALHE
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELVERIF FROM WRK-LINHA.

       0000-RODAPEREGRA.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-RG-SITUACAO(WRK-REGRA) = 'N'
              STRING '   REGRA NAO VERIFICADA, ARQUIVO AUSENTE.'
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              STRING '   EXCECOES DA REGRA ' WRK-REGRA ': '
                 WRK-RG-QTD(WRK-REGRA)
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELVERIF FROM WRK-LINHA.

       0100-PEDIDOSEMCLIENTE.
           MOVE 1 TO WRK-REGRA.
           PERFORM 0000-CABECALHOREGRA.
           OPEN INPUT ARQ-PEDIDMF.
           IF WRK-FS-PEDIDMF NOT = '00'
              MOVE 'N' TO WRK-RG-SITUACAO(WRK-REGRA)
           ELSE
              OPEN INPUT ARQ-CLIENTES
              IF WRK-FS-CLIENTES NOT = '00'
                 MOVE 'N' TO WRK-RG-SITUACAO(WRK-REGRA)
              ELSE
                 MOVE ZEROS TO REG-PE-NUMERO
                 START ARQ-PEDIDMF KEY IS NOT LESS THAN REG-PE-NUMERO
                    INVALID KEY
                       MOVE '10' TO WRK-FS-PEDIDMF
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-PEDIDMF
                 END-START
                 PERFORM 0110-VERIFICARPEDIDO
                    UNTIL WRK-FS-PEDIDMF = '10'
                 CLOSE ARQ-CLIENTES
              END-IF
              CLOSE ARQ-PEDIDMF
           END-IF.
           PERFORM 0000-RODAPEREGRA.

       0110-VERIFICARPEDIDO.
           READ ARQ-PEDIDMF NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT AT END
                 IF REG-PE-CLIENTE NOT = SPACES
                    MOVE REG-PE-CLIENTE TO REG-CL-COD
                    READ ARQ-CLIENTES
                       INVALID KEY
                          MOVE SPACES TO WRK-DETALHE
                          STRING 'PEDIDO ' REG-PE-NUMERO
                             ' DE ' REG-PE-DATA
                             ' CLIENTE ' REG-PE-CLIENTE
                             ' NAO CADASTRADO'
                             DELIMITED BY SIZE INTO WRK-DETALHE
                          PERFORM 0000-REGISTRAREXCECAO
                    END-READ
                 END-IF
           END-READ.

       0200-FATURASEMPEDIDO.
           MOVE 2 TO WRK-REGRA.
           PERFORM 0000-CABECALHOREGRA.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS NOT = '00'
              MOVE 'N' TO WRK-RG-SITUACAO(WRK-REGRA)
           ELSE
              OPEN INPUT ARQ-PEDIDMF
              IF WRK-FS-PEDIDMF NOT = '00'
                 MOVE 'N' TO WRK-RG-SITUACAO(WRK-REGRA)
              ELSE
                 MOVE ZEROS TO REG-FA-NUMERO
                 START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
                    INVALID KEY
                       MOVE '10' TO WRK-FS-FATURAS
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-FATURAS
                 END-START
                 PERFORM 0210-VERIFICARFATURA
                    UNTIL WRK-FS-FATURAS = '10'
                 CLOSE ARQ-PEDIDMF
              END-IF
              CLOSE ARQ-FATURAS
           END-IF.
           PERFORM 0000-RODAPEREGRA.

       0210-VERIFICARFATURA.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 IF REG-FA-TIPO NOT = 'C'
                       AND (REG-FA-ORIGEM = 'F'
                          OR REG-FA-ORIGEM = SPACE)
                    IF REG-FA-PEDIDO = 0
                       MOVE SPACES TO WRK-DETALHE
                       STRING 'FATURA ' REG-FA-NUMERO
                          ' DE ' REG-FA-DATA
                          ' SEM NUMERO DE PEDIDO'
                          DELIMITED BY SIZE INTO WRK-DETALHE
                       PERFORM 0000-REGISTRAREXCECAO
                    ELSE
                       MOVE REG-FA-PEDIDO TO REG-PE-NUMERO
                       READ ARQ-PEDIDMF
                          INVALID KEY
                             MOVE SPACES TO WRK-DETALHE
                             STRING 'FATURA ' REG-FA-NUMERO
                                ' DE ' REG-FA-DATA
                                ' PEDIDO ' REG-FA-PEDIDO
                                ' NAO CADASTRADO'
                                DELIMITED BY SIZE INTO WRK-DETALHE
                             PERFORM 0000-REGISTRAREXCECAO
                       END-READ
                    END-IF
                 END-IF
           END-READ.

       0300-PARCELASXFATURA.
           MOVE 3 TO WRK-REGRA.
           PERFORM 0000-CABECALHOREGRA.
           OPEN INPUT ARQ-PARCELAS.
           IF WRK-FS-PARCELAS NOT = '00'
              MOVE 'N' TO WRK-RG-SITUACAO(WRK-REGRA)
           ELSE
              OPEN INPUT ARQ-FATURAS
              IF WRK-FS-FATURAS NOT = '00'
                 MOVE 'N' TO WRK-RG-SITUACAO(WRK-REGRA)
              ELSE
                 MOVE ZEROS TO WRK-PA-FATANT WRK-PA-SOMA WRK-PA-QTD
                 MOVE LOW-VALUES TO REG-PA-CHAVE
                 START ARQ-PARCELAS KEY IS NOT LESS THAN REG-PA-CHAVE
                    INVALID KEY
                       MOVE '10' TO WRK-FS-PARCELAS
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-PARCELAS
                 END-START
                 PERFORM 0310-SOMARPARCELA
                    UNTIL WRK-FS-PARCELAS = '10'
                 IF WRK-PA-QTD > 0
                    PERFORM 0320-CONFERIRFATURA
                 END-IF
                 CLOSE ARQ-FATURAS
              END-IF
              CLOSE ARQ-PARCELAS
           END-IF.
           PERFORM 0000-RODAPEREGRA.

       0310-SOMARPARCELA.
           READ ARQ-PARCELAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PARCELAS
              NOT AT END
                 IF REG-PA-FATURA NOT = WRK-PA-FATANT
                    IF WRK-PA-QTD > 0
                       PERFORM 0320-CONFERIRFATURA
                    END-IF
                    MOVE REG-PA-FATURA TO WRK-PA-FATANT
                    MOVE ZEROS TO WRK-PA-SOMA WRK-PA-QTD
                 END-IF
                 ADD REG-PA-VALOR TO WRK-PA-SOMA
                 ADD 1 TO WRK-PA-QTD
           END-READ.

       0320-CONFERIRFATURA.
           MOVE WRK-PA-FATANT TO REG-FA-NUMERO.
           READ ARQ-FATURAS
              INVALID KEY
                 MOVE SPACES TO WRK-DETALHE
                 STRING 'FATURA ' WRK-PA-FATANT ' NAO CADASTRADA, '
                    WRK-PA-QTD ' PARCELA(S) ORFA(S)'
                    DELIMITED BY SIZE INTO WRK-DETALHE
                 PERFORM 0000-REGISTRAREXCECAO
              NOT INVALID KEY
                 IF WRK-PA-SOMA NOT = REG-FA-TOTAL
                    MOVE WRK-PA-SOMA TO WRK-VLR-ED1
                    MOVE REG-FA-TOTAL TO WRK-VLR-ED2
                    MOVE SPACES TO WRK-DETALHE
                    STRING 'FATURA ' WRK-PA-FATANT ' PARCELAS='
                       WRK-VLR-ED1 ' TOTAL=' WRK-VLR-ED2
                       DELIMITED BY SIZE INTO WRK-DETALHE
                    PERFORM 0000-REGISTRAREXCECAO
                 END-IF
           END-READ.

       0400-ALUNOSEMPROFESSOR.
           MOVE 4 TO WRK-REGRA.
           PERFORM 0000-CABECALHOREGRA.
           OPEN INPUT ARQ-ALUNOS.
           IF WRK-FS-ALUNOS NOT = '00'
              MOVE 'N' TO WRK-RG-SITUACAO(WRK-REGRA)
           ELSE
              MOVE 'N' TO WRK-ARQ-OK
              OPEN INPUT ARQ-PROFTURM
              IF WRK-FS-PROFTURM = '00'
                 MOVE 'S' TO WRK-ARQ-OK
              END-IF
              MOVE LOW-VALUES TO REG-AL-MATRICULA
              START ARQ-ALUNOS KEY IS NOT LESS THAN REG-AL-MATRICULA
                 INVALID KEY
                    MOVE '10' TO WRK-FS-ALUNOS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-ALUNOS
              END-START
              PERFORM 0410-VERIFICARALUNO
                 UNTIL WRK-FS-ALUNOS = '10'
              IF WRK-ARQ-OK = 'S'
                 CLOSE ARQ-PROFTURM
              END-IF
              CLOSE ARQ-ALUNOS
           END-IF.
           PERFORM 0000-RODAPEREGRA.

       0410-VERIFICARALUNO.
           READ ARQ-ALUNOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ALUNOS
              NOT AT END
                 IF REG-AL-STATUS = 'A' AND REG-AL-TURMA NOT = SPACES
                    MOVE 'N' TO WRK-ACHOU
                    IF WRK-ARQ-OK = 'S'
                       PERFORM 0420-PROCURARPROFTURMA
                    END-IF
                    IF WRK-ACHOU = 'N'
                       MOVE SPACES TO WRK-DETALHE
                       STRING 'ALUNO ' REG-AL-MATRICULA
                          ' ' REG-AL-NOME
                          ' TURMA ' REG-AL-TURMA
                          DELIMITED BY SIZE INTO WRK-DETALHE
                       PERFORM 0000-REGISTRAREXCECAO
                    END-IF
                 END-IF
           END-READ.

       0420-PROCURARPROFTURMA.
           MOVE REG-AL-TURMA TO REG-PT-TURMA.
           MOVE ZEROS TO REG-PT-PERIODO.
           START ARQ-PROFTURM KEY IS NOT LESS THAN REG-PT-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-PROFTURM
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PROFTURM
           END-START.
           IF WRK-FS-PROFTURM = '00'
              READ ARQ-PROFTURM NEXT RECORD
                 AT END
                    CONTINUE
                 NOT AT END
                    IF REG-PT-TURMA = REG-AL-TURMA
                          AND REG-PT-PROFESSOR NOT = SPACES
                       MOVE 'S' TO WRK-ACHOU
                    END-IF
              END-READ
           END-IF.
           MOVE '00' TO WRK-FS-PROFTURM.

       0500-TITULOSEMFORNECEDOR.
           MOVE 5 TO WRK-REGRA.
           PERFORM 0000-CABECALHOREGRA.
           OPEN INPUT ARQ-PAGAR.
           IF WRK-FS-PAGAR NOT = '00'
              MOVE 'N' TO WRK-RG-SITUACAO(WRK-REGRA)
           ELSE
              OPEN INPUT ARQ-FORNECEDORES
              IF WRK-FS-FORNECEDORES NOT = '00'
                 MOVE 'N' TO WRK-RG-SITUACAO(WRK-REGRA)
              ELSE
                 MOVE ZEROS TO REG-AP-NUMERO
                 START ARQ-PAGAR KEY IS NOT LESS THAN REG-AP-NUMERO
                    INVALID KEY
                       MOVE '10' TO WRK-FS-PAGAR
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-PAGAR
                 END-START
                 PERFORM 0510-VERIFICARTITULO
                    UNTIL WRK-FS-PAGAR = '10'
                 CLOSE ARQ-FORNECEDORES
              END-IF
              CLOSE ARQ-PAGAR
           END-IF.
           PERFORM 0000-RODAPEREGRA.

       0510-VERIFICARTITULO.
           READ ARQ-PAGAR NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PAGAR
              NOT AT END
                 MOVE REG-AP-FORNECEDOR TO REG-FO-COD
                 READ ARQ-FORNECEDORES
                    INVALID KEY
                       MOVE REG-AP-VALOR TO WRK-VLR-ED1
                       MOVE SPACES TO WRK-DETALHE
                       STRING 'TITULO ' REG-AP-NUMERO
                          ' FORNECEDOR ' REG-AP-FORNECEDOR
                          ' VENCTO ' REG-AP-VENCIMENTO
                          ' VALOR ' WRK-VLR-ED1
                          DELIMITED BY SIZE INTO WRK-DETALHE
                       PERFORM 0000-REGISTRAREXCECAO
                 END-READ
           END-READ.

       0600-ESTOQUESEMPRODUTO.
           MOVE 6 TO WRK-REGRA.
           PERFORM 0000-CABECALHOREGRA.
           OPEN INPUT ARQ-ESTOQUE.
           IF WRK-FS-ESTOQUE NOT = '00'
              MOVE 'N' TO WRK-RG-SITUACAO(WRK-REGRA)
           ELSE
              OPEN INPUT ARQ-PRODUTOS
              IF WRK-FS-PRODUTOS NOT = '00'
                 MOVE 'N' TO WRK-RG-SITUACAO(WRK-REGRA)
              ELSE
                 MOVE LOW-VALUES TO REG-ES-PRODUTO
                 START ARQ-ESTOQUE KEY IS NOT LESS THAN
                       REG-ES-PRODUTO
                    INVALID KEY
                       MOVE '10' TO WRK-FS-ESTOQUE
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-ESTOQUE
                 END-START
                 PERFORM 0610-VERIFICARESTOQUE
                    UNTIL WRK-FS-ESTOQUE = '10'
                 CLOSE ARQ-PRODUTOS
              END-IF
              CLOSE ARQ-ESTOQUE
           END-IF.
           PERFORM 0000-RODAPEREGRA.

       0610-VERIFICARESTOQUE.
           READ ARQ-ESTOQUE NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ESTOQUE
              NOT AT END
                 MOVE REG-ES-PRODUTO TO REG-PR-COD
                 READ ARQ-PRODUTOS
                    INVALID KEY
                       MOVE SPACES TO WRK-DETALHE
                       STRING 'PRODUTO ' REG-ES-PRODUTO
                          ' COM SALDO EM ESTOQUE SEM CADASTRO'
                          DELIMITED BY SIZE INTO WRK-DETALHE
                       PERFORM 0000-REGISTRAREXCECAO
                 END-READ
           END-READ.

       0003-RESUMIR.
           MOVE ZEROS TO WRK-QTD-TOTAL WRK-QTD-NOVAS.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELVERIF FROM WRK-LINHA.
           MOVE 'RESUMO POR REGRA' TO WRK-LINHA.
           WRITE REG-RELVERIF FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RG DESCRICAO                                    '
              '   ATUAL  ANTERIOR'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELVERIF FROM WRK-LINHA.
           PERFORM VARYING WRK-RG-IDX FROM 1 BY 1
                 UNTIL WRK-RG-IDX > WRK-QTD-REGRAS
              ADD WRK-RG-QTD(WRK-RG-IDX) TO WRK-QTD-TOTAL
              MOVE SPACES TO WRK-LINHA
              STRING WRK-RG-IDX ' ' WRK-RG-DESC(WRK-RG-IDX) ' '
                 WRK-RG-QTD(WRK-RG-IDX) '    '
                 WRK-RG-ANT(WRK-RG-IDX)
                 DELIMITED BY SIZE INTO WRK-LINHA
              IF WRK-RG-QTD(WRK-RG-IDX) > 0
                    AND WRK-RG-ANT(WRK-RG-IDX) = 0
                 MOVE '  NOVA' TO WRK-LINHA (71:6)
                 PERFORM 0000-ALERTARNOVAREGRA
              END-IF
              IF WRK-RG-SITUACAO(WRK-RG-IDX) = 'N'
                 MOVE '  NAO VERIFICADA' TO WRK-LINHA (71:16)
              END-IF
              WRITE REG-RELVERIF FROM WRK-LINHA
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL DE EXCECOES .......... ' WRK-QTD-TOTAL
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELVERIF FROM WRK-LINHA.

       0000-ALERTARNOVAREGRA.
           ADD 1 TO WRK-QTD-NOVAS.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'NOVA EXCECAO DE INTEGRIDADE: '
              WRK-RG-DESC(WRK-RG-IDX)
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           MOVE 'W' TO WRK-LOG-SEVERIDADE.
           CALL 'GRAVALRT' USING WRK-LOG-PROGRAMA
              WRK-LOG-SEVERIDADE WRK-LOG-MENSAGEM.
           MOVE 'I' TO WRK-LOG-SEVERIDADE.

       0004-GRAVARSITUACAO.
           OPEN OUTPUT ARQ-SITANT.
           PERFORM VARYING WRK-RG-IDX FROM 1 BY 1
                 UNTIL WRK-RG-IDX > WRK-QTD-REGRAS
              MOVE WRK-RG-IDX TO REG-SI-REGRA
              IF WRK-RG-SITUACAO(WRK-RG-IDX) = 'N'
                 MOVE WRK-RG-ANT(WRK-RG-IDX) TO REG-SI-QTD
              ELSE
                 MOVE WRK-RG-QTD(WRK-RG-IDX) TO REG-SI-QTD
              END-IF
              MOVE WRK-DATASISTEMA TO REG-SI-DATA
              WRITE REG-SITANT
           END-PERFORM.
           CLOSE ARQ-SITANT.
