       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIAMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPRESAS ASSIGN TO "CIAMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CI-CODIGO
               FILE STATUS IS WRK-FS-EMPRESAS.
           SELECT ARQ-CLIENTES ASSIGN TO "CLIMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CL-COD
               FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-FORNECEDORES ASSIGN TO "FORNMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FO-COD
               FILE STATUS IS WRK-FS-FORNECEDORES.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EMPRESAS.
       01 REG-EMPRESA.
       COPY CIAREG.
       FD ARQ-CLIENTES.
       01 REG-CLIENTE.
       COPY CLIREG.
       FD ARQ-FORNECEDORES.
       01 REG-FORNECEDOR.
       COPY FORREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPRESAS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CLIENTES  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FORNECEDORES PIC X(02)  VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'CIAMANU'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE       PIC X(01)     VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-CODIGO       PIC X(02)     VALUE SPACES.
       77 WRK-EXISTE       PIC X(01)     VALUE 'N'.
       77 WRK-DADOS-OK     PIC X(01)     VALUE 'S'.
       77 WRK-QTD-EMPRESAS PIC 9(03)     VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           OPEN I-O ARQ-EMPRESAS.
           IF WRK-FS-EMPRESAS = '35'
              OPEN OUTPUT ARQ-EMPRESAS
              CLOSE ARQ-EMPRESAS
              OPEN I-O ARQ-EMPRESAS
           END-IF.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           CLOSE ARQ-EMPRESAS.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'CADASTRO DE EMPRESAS DO GRUPO'.
           DISPLAY ' 1 - INCLUIR/ALTERAR EMPRESA'.
           DISPLAY ' 2 - LISTAR EMPRESAS'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-MANTEREMPRESA
              WHEN '2'
                 PERFORM 0004-LISTAREMPRESAS
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0003-MANTEREMPRESA.
           DISPLAY ' CODIGO DA EMPRESA (2 DIGITOS, 01=ORIGINAL)?'.
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO = SPACES OR WRK-CODIGO NOT NUMERIC
                 OR WRK-CODIGO = '00'
              DISPLAY 'CODIGO INVALIDO.'
           ELSE
              MOVE 'N' TO WRK-EXISTE
              MOVE WRK-CODIGO TO REG-CI-CODIGO
              READ ARQ-EMPRESAS
                 INVALID KEY
                    MOVE SPACES TO REG-EMPRESA
                    MOVE WRK-CODIGO TO REG-CI-CODIGO
                    MOVE ZEROS TO REG-CI-CNPJ REG-CI-BASENUM
                    MOVE 'A' TO REG-CI-STATUS
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-EXISTE
                    DISPLAY 'EMPRESA JA CADASTRADA: ' REG-CI-RAZAO
                    DISPLAY 'CNPJ=' REG-CI-CNPJ
                       ' STATUS=' REG-CI-STATUS
                       ' BASE=' REG-CI-BASENUM
                    DISPLAY 'CLIENTE=' REG-CI-CLIENTE
                       ' FORNECEDOR=' REG-CI-FORNECEDOR
              END-READ
              DISPLAY ' RAZAO SOCIAL?'
              ACCEPT REG-CI-RAZAO
              DISPLAY ' CNPJ (14 DIGITOS)?'
              ACCEPT REG-CI-CNPJ
              DISPLAY ' STATUS (A=ATIVA I=INATIVA)?'
              ACCEPT REG-CI-STATUS
              IF WRK-EXISTE = 'N'
                 DISPLAY ' INICIO DA FAIXA DE NUMERACAO (0=A PARTIR '
                    'DE 1, SO PARA A 01)?'
                 ACCEPT REG-CI-BASENUM
              ELSE
                 DISPLAY 'FAIXA DE NUMERACAO MANTIDA (' REG-CI-BASENUM
                    '), NAO PODE SER ALTERADA.'
              END-IF
              DISPLAY ' CODIGO DA EMPRESA NO CADASTRO DE CLIENTES '
                 '(BRANCO=NENHUM)?'
              ACCEPT REG-CI-CLIENTE
              DISPLAY ' CODIGO DA EMPRESA NO CADASTRO DE '
                 'FORNECEDORES (BRANCO=NENHUM)?'
              ACCEPT REG-CI-FORNECEDOR
              PERFORM 0000-CONFERIRDADOS
              IF WRK-DADOS-OK = 'S'
                 MOVE WRK-CODIGO TO REG-CI-CODIGO
                 IF WRK-EXISTE = 'S'
                    REWRITE REG-EMPRESA
                 ELSE
                    WRITE REG-EMPRESA
                 END-IF
                 DISPLAY 'EMPRESA GRAVADA.'
                 MOVE SPACES TO WRK-LOG-MENSAGEM
                 STRING 'EMPRESA GRAVADA COD=' WRK-CODIGO
                    ' STATUS=' REG-CI-STATUS
                    ' OPERADOR=' WRK-OPERADOR
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                 CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                    WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              END-IF
           END-IF.

       0000-CONFERIRDADOS.
           MOVE 'S' TO WRK-DADOS-OK.
           IF REG-CI-STATUS NOT = 'A' AND REG-CI-STATUS NOT = 'I'
              DISPLAY 'STATUS INVALIDO, DIGITE A OU I.'
              MOVE 'N' TO WRK-DADOS-OK
           END-IF.
           IF WRK-CODIGO NOT = '01' AND REG-CI-BASENUM = 0
              DISPLAY 'EMPRESA DIFERENTE DA 01 EXIGE FAIXA DE '
                 'NUMERACAO PROPRIA.'
              MOVE 'N' TO WRK-DADOS-OK
           END-IF.
           IF WRK-CODIGO = '01' AND REG-CI-STATUS = 'I'
              DISPLAY 'A EMPRESA 01 NAO PODE SER INATIVADA.'
              MOVE 'N' TO WRK-DADOS-OK
           END-IF.
           IF REG-CI-CLIENTE NOT = SPACES
              OPEN INPUT ARQ-CLIENTES
              IF WRK-FS-CLIENTES = '00'
                 MOVE REG-CI-CLIENTE TO REG-CL-COD
                 READ ARQ-CLIENTES
                    INVALID KEY
                       DISPLAY 'CLIENTE ' REG-CI-CLIENTE
                          ' NAO CADASTRADO.'
                       MOVE 'N' TO WRK-DADOS-OK
                 END-READ
                 CLOSE ARQ-CLIENTES
              END-IF
           END-IF.
           IF REG-CI-FORNECEDOR NOT = SPACES
              OPEN INPUT ARQ-FORNECEDORES
              IF WRK-FS-FORNECEDORES = '00'
                 MOVE REG-CI-FORNECEDOR TO REG-FO-COD
                 READ ARQ-FORNECEDORES
                    INVALID KEY
                       DISPLAY 'FORNECEDOR ' REG-CI-FORNECEDOR
                          ' NAO CADASTRADO.'
                       MOVE 'N' TO WRK-DADOS-OK
                 END-READ
                 CLOSE ARQ-FORNECEDORES
              END-IF
           END-IF.
           IF WRK-DADOS-OK = 'N'
              DISPLAY 'EMPRESA NAO GRAVADA.'
           END-IF.

       0004-LISTAREMPRESAS.
           MOVE ZEROS TO WRK-QTD-EMPRESAS.
           MOVE LOW-VALUES TO REG-CI-CODIGO.
           START ARQ-EMPRESAS KEY IS NOT LESS THAN REG-CI-CODIGO
              INVALID KEY
                 MOVE '10' TO WRK-FS-EMPRESAS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-EMPRESAS
           END-START.
           PERFORM 0000-LISTARUMAEMPRESA
              UNTIL WRK-FS-EMPRESAS = '10'.
           MOVE '00' TO WRK-FS-EMPRESAS.
           DISPLAY 'EMPRESAS CADASTRADAS: ' WRK-QTD-EMPRESAS.

       0000-LISTARUMAEMPRESA.
           READ ARQ-EMPRESAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-EMPRESAS
              NOT AT END
                 ADD 1 TO WRK-QTD-EMPRESAS
                 DISPLAY REG-CI-CODIGO ' ' REG-CI-RAZAO
                    ' ' REG-CI-STATUS ' BASE=' REG-CI-BASENUM
                    ' CLI=' REG-CI-CLIENTE
                    ' FOR=' REG-CI-FORNECEDOR
           END-READ.
