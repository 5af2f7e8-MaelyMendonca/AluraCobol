               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CL-COD
               FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-ENDERECOS ASSIGN TO "ENDENTMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-EN-CHAVE
               FILE STATUS IS WRK-FS-ENDERECOS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTES.
       01 REG-CLIENTE.
       COPY CLIREG.
       FD ARQ-ENDERECOS.
       01 REG-ENDERECO.
       COPY ENDREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CLIENTES  PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-STATUS       PIC X(01)     VALUE SPACES.
       77 WRK-EXISTE       PIC X(01)     VALUE 'N'.
       77 WRK-LIMITE       PIC 9(08)V99  VALUE ZEROS.
       77 WRK-FS-ENDERECOS PIC X(02)     VALUE ZEROS.
       77 WRK-SEQ          PIC 9(03)     VALUE ZEROS.
       77 WRK-ULTIMASEQ    PIC 9(03)     VALUE ZEROS.
       77 WRK-QTD-END      PIC 9(03)     VALUE ZEROS.
       77 WRK-LOGRADOURO   PIC X(40)     VALUE SPACES.
       77 WRK-CIDADE       PIC X(25)     VALUE SPACES.
       77 WRK-CEP          PIC 9(08)     VALUE ZEROS.
       77 WRK-CONTATO      PIC X(20)     VALUE SPACES.
       77 WRK-DATASISTEMA  PIC 9(08)     VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           PERFORM 0000-ABRIRCLIENTES.
           PERFORM 0000-ABRIRENDERECOS.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-ENDERECOS.
           GOBACK.

       0000-ABRIRCLIENTES.
              OPEN I-O ARQ-CLIENTES
           END-IF.

       0000-ABRIRENDERECOS.
           OPEN I-O ARQ-ENDERECOS.
           IF WRK-FS-ENDERECOS = '35'
              OPEN OUTPUT ARQ-ENDERECOS
              CLOSE ARQ-ENDERECOS
              OPEN I-O ARQ-ENDERECOS
           END-IF.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'CADASTRO DE CLIENTES'.
           DISPLAY ' 1 - INCLUIR/ALTERAR CLIENTE'.
           DISPLAY ' 2 - LISTAR CLIENTES'.
           DISPLAY ' 3 - ATIVAR/INATIVAR CLIENTE'.
           DISPLAY ' 4 - INCLUIR/ALTERAR ENDERECO DE ENTREGA'.
           DISPLAY ' 5 - LISTAR ENDERECOS DE ENTREGA DO CLIENTE'.
           DISPLAY ' 6 - ATIVAR/INATIVAR ENDERECO DE ENTREGA'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
                 PERFORM 0004-LISTARCLIENTES
              WHEN '3'
                 PERFORM 0005-MUDARSTATUS
              WHEN '4'
                 PERFORM 0006-MANTERENDERECO
              WHEN '5'
                 PERFORM 0007-LISTARENDERECOS
              WHEN '6'
                 PERFORM 0008-MUDARSTATUSENDERECO
              WHEN '0'
                 CONTINUE
              WHEN OTHER
              MOVE WRK-UF      TO REG-CL-UF
              MOVE 'A'         TO REG-CL-STATUS
              MOVE WRK-LIMITE  TO REG-CL-LIMITE
              MOVE ZEROS       TO REG-CL-DATAINATIVO
              IF WRK-EXISTE = 'N'
                 MOVE SPACES TO REG-CL-REDIRECIONA
              END-IF
                 DISPLAY ' NOVO STATUS (A=ATIVO I=INATIVO)?'
                 ACCEPT WRK-STATUS
                 IF WRK-STATUS = 'A' OR WRK-STATUS = 'I'
                    IF WRK-STATUS = 'I'
                       IF REG-CL-STATUS NOT = 'I'
                          MOVE WRK-DATASISTEMA TO REG-CL-DATAINATIVO
                       END-IF
                    ELSE
                       MOVE ZEROS TO REG-CL-DATAINATIVO
                    END-IF
                    MOVE WRK-STATUS TO REG-CL-STATUS
                    REWRITE REG-CLIENTE
                    MOVE 'CLIMANU' TO WRK-LOG-PROGRAMA
                    DISPLAY 'STATUS INVALIDO, DIGITE A OU I.'
                 END-IF
           END-READ.

       0006-MANTERENDERECO.
           DISPLAY ' CODIGO DO CLIENTE?'.
           ACCEPT WRK-CLIENTE.
           MOVE WRK-CLIENTE TO REG-CL-COD.
           READ ARQ-CLIENTES
              INVALID KEY
                 DISPLAY 'CLIENTE NAO ENCONTRADO.'
              NOT INVALID KEY
                 DISPLAY 'CLIENTE: ' REG-CL-NOME
                 PERFORM 0100-GRAVARENDERECO
           END-READ.

       0100-GRAVARENDERECO.
           DISPLAY ' SEQUENCIA DO ENDERECO (0=NOVO ENDERECO)?'.
           ACCEPT WRK-SEQ.
           MOVE 'N' TO WRK-EXISTE.
           IF WRK-SEQ = 0
              PERFORM 0000-BUSCARULTIMASEQ
              IF WRK-ULTIMASEQ = 999
                 DISPLAY 'CLIENTE JA POSSUI 999 ENDERECOS.'
              ELSE
                 COMPUTE WRK-SEQ = WRK-ULTIMASEQ + 1
              END-IF
           ELSE
              MOVE WRK-CLIENTE TO REG-EN-CLIENTE
              MOVE WRK-SEQ TO REG-EN-SEQ
              READ ARQ-ENDERECOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-EXISTE
                    DISPLAY 'ENDERECO ATUAL: ' REG-EN-LOGRADOURO
                    DISPLAY '   ' REG-EN-CIDADE ' UF=' REG-EN-UF
                       ' CEP=' REG-EN-CEP
              END-READ
           END-IF.
           IF WRK-SEQ > 0
              DISPLAY ' LOGRADOURO (RUA, NUMERO, COMPLEMENTO)?'
              ACCEPT WRK-LOGRADOURO
              DISPLAY ' CIDADE?'
              ACCEPT WRK-CIDADE
              DISPLAY ' UF?'
              ACCEPT WRK-UF
              DISPLAY ' CEP?'
              ACCEPT WRK-CEP
              DISPLAY ' CONTATO NO LOCAL?'
              ACCEPT WRK-CONTATO
              IF WRK-UF = SPACES OR WRK-CEP = 0
                 DISPLAY 'UF E CEP SAO OBRIGATORIOS, ENDERECO NAO '
                    'GRAVADO.'
              ELSE
                 MOVE WRK-CLIENTE    TO REG-EN-CLIENTE
                 MOVE WRK-SEQ        TO REG-EN-SEQ
                 MOVE WRK-LOGRADOURO TO REG-EN-LOGRADOURO
                 MOVE WRK-CIDADE     TO REG-EN-CIDADE
                 MOVE WRK-UF         TO REG-EN-UF
                 MOVE WRK-CEP        TO REG-EN-CEP
                 MOVE WRK-CONTATO    TO REG-EN-CONTATO
                 MOVE 'A'            TO REG-EN-STATUS
                 IF WRK-EXISTE = 'S'
                    REWRITE REG-ENDERECO
                 ELSE
                    WRITE REG-ENDERECO
                 END-IF
                 DISPLAY 'ENDERECO ' WRK-SEQ ' GRAVADO PARA O '
                    'CLIENTE ' WRK-CLIENTE '.'
                 MOVE 'CLIMANU' TO WRK-LOG-PROGRAMA
                 MOVE SPACES TO WRK-LOG-MENSAGEM
                 STRING 'ENDERECO GRAVADO COD=' WRK-CLIENTE
                    ' SEQ=' WRK-SEQ ' OPERADOR=' WRK-OPERADOR
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                 CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                    WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              END-IF
           END-IF.

       0000-BUSCARULTIMASEQ.
           MOVE ZEROS TO WRK-ULTIMASEQ WRK-QTD-END.
           MOVE WRK-CLIENTE TO REG-EN-CLIENTE.
           MOVE ZEROS TO REG-EN-SEQ.
           START ARQ-ENDERECOS KEY IS NOT LESS THAN REG-EN-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-ENDERECOS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-ENDERECOS
           END-START.
           PERFORM 0000-LERENDERECOCLIENTE
              UNTIL WRK-FS-ENDERECOS = '10'.
           MOVE '00' TO WRK-FS-ENDERECOS.

       0000-LERENDERECOCLIENTE.
           READ ARQ-ENDERECOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ENDERECOS
              NOT AT END
                 IF REG-EN-CLIENTE NOT = WRK-CLIENTE
                    MOVE '10' TO WRK-FS-ENDERECOS
                 ELSE
                    ADD 1 TO WRK-QTD-END
                    MOVE REG-EN-SEQ TO WRK-ULTIMASEQ
                    IF WRK-OPCAO = '5'
                       DISPLAY REG-EN-SEQ ' ' REG-EN-LOGRADOURO
                       DISPLAY '    ' REG-EN-CIDADE ' UF=' REG-EN-UF
                          ' CEP=' REG-EN-CEP
                          ' CONTATO=' REG-EN-CONTATO
                          ' STATUS=' REG-EN-STATUS
                    END-IF
                 END-IF
           END-READ.

       0007-LISTARENDERECOS.
           DISPLAY ' CODIGO DO CLIENTE?'.
           ACCEPT WRK-CLIENTE.
           PERFORM 0000-BUSCARULTIMASEQ.
           IF WRK-QTD-END = 0
              DISPLAY 'CLIENTE SEM ENDERECOS DE ENTREGA CADASTRADOS.'
           END-IF.

       0008-MUDARSTATUSENDERECO.
           DISPLAY ' CODIGO DO CLIENTE?'.
           ACCEPT WRK-CLIENTE.
           DISPLAY ' SEQUENCIA DO ENDERECO?'.
           ACCEPT WRK-SEQ.
           MOVE WRK-CLIENTE TO REG-EN-CLIENTE.
           MOVE WRK-SEQ TO REG-EN-SEQ.
           READ ARQ-ENDERECOS
              INVALID KEY
                 DISPLAY 'ENDERECO NAO ENCONTRADO.'
              NOT INVALID KEY
                 DISPLAY ' NOVO STATUS (A=ATIVO I=INATIVO)?'
                 ACCEPT WRK-STATUS
                 IF WRK-STATUS = 'A' OR WRK-STATUS = 'I'
                    MOVE WRK-STATUS TO REG-EN-STATUS
                    REWRITE REG-ENDERECO
                    MOVE 'CLIMANU' TO WRK-LOG-PROGRAMA
                    MOVE SPACES TO WRK-LOG-MENSAGEM
                    STRING 'STATUS ENDERECO COD=' WRK-CLIENTE
                       ' SEQ=' WRK-SEQ ' STATUS=' WRK-STATUS
                       ' OPERADOR=' WRK-OPERADOR
                       DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                    CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                       WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                 ELSE
                    DISPLAY 'STATUS INVALIDO, DIGITE A OU I.'
                 END-IF
           END-READ.
