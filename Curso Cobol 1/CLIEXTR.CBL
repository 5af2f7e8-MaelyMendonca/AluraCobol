           SELECT ARQ-EXTRATO ASSIGN TO "CLIEXTR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           SELECT ARQ-CREDITOS ASSIGN TO "CREDCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CR-CLIENTE
               FILE STATUS IS WRK-FS-CREDITOS.
           SELECT ARQ-MOVCREDITO ASSIGN TO "CREDMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVCREDITO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIENTES.
       COPY FATREG.
       FD ARQ-EXTRATO.
       01 REG-EXTRATO          PIC X(100).
       FD ARQ-CREDITOS.
       01 REG-CREDITO.
       COPY CRDREG.
       FD ARQ-MOVCREDITO.
       01 REG-MOVCREDITO.
       COPY MCRREG.
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
       77 WRK-NUM-PAGINA   PIC 9(03)     VALUE 1.
       77 WRK-LINHAS-PAG   PIC 9(03)     VALUE ZEROS.
       77 WRK-MAX-LINHAS-PAG PIC 9(03)   VALUE 020.
       77 WRK-FS-CREDITOS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-MOVCREDITO PIC X(02)    VALUE ZEROS.
       77 WRK-CRDMF-OK     PIC X(01)     VALUE 'N'.
       77 WRK-CREDITO-CLI  PIC 9(09)V99  VALUE ZEROS.
       77 WRK-DESC-MOVCRED PIC X(20)     VALUE SPACES.

       PROCEDURE DIVISION.

              CLOSE ARQ-FATURAS
              GOBACK
           END-IF.
           OPEN INPUT ARQ-CREDITOS.
           IF WRK-FS-CREDITOS = '00'
              MOVE 'S' TO WRK-CRDMF-OK
           END-IF.
           DISPLAY ' OPCAO (1=EXTRATO DE UM CLIENTE '
              '2=TODOS OS CLIENTES COM SALDO ABERTO OU CREDITO)?'.
           ACCEPT WRK-OPCAO.
           OPEN OUTPUT ARQ-EXTRATO.
           MOVE 1 TO WRK-NUM-PAGINA.
           END-IF.
           PERFORM 0000-RODAPEEXT.
           CLOSE ARQ-EXTRATO.
           IF WRK-CRDMF-OK = 'S'
              CLOSE ARQ-CREDITOS
           END-IF.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-FATURAS.
           DISPLAY 'EXTRATOS EMITIDOS: ' WRK-QTD-EXTRATOS.
                 MOVE REG-CL-COD TO WRK-CLIENTE
                 MOVE REG-CL-NOME TO WRK-NOME-CLI
                 PERFORM 0000-SALDOABERTO
                 PERFORM 0000-LERCREDITOCLI
                 IF WRK-SALDO > 0 OR WRK-CREDITO-CLI > 0
                    PERFORM 0004-EMITIREXTRATO
                 END-IF
           END-READ.
           STRING 'SALDO DEVEDOR DO PERIODO .... ' WRK-SALDO-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHAEXT.
           OPEN INPUT ARQ-MOVCREDITO.
           IF WRK-FS-MOVCREDITO = '00'
              PERFORM 0000-LISTARMOVCREDITO
                 UNTIL WRK-FS-MOVCREDITO = '10'
              CLOSE ARQ-MOVCREDITO
           END-IF.
           PERFORM 0000-LERCREDITOCLI.
           IF WRK-CREDITO-CLI > 0
              MOVE WRK-CREDITO-CLI TO WRK-SALDO-ED
              MOVE SPACES TO WRK-LINHA
              STRING 'CREDITO EM CONTA ............ ' WRK-SALDO-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              PERFORM 0000-ESCREVERLINHAEXT
              COMPUTE WRK-SALDO-ED = WRK-SALDO - WRK-CREDITO-CLI
              MOVE SPACES TO WRK-LINHA
              STRING 'SALDO LIQUIDO ............... ' WRK-SALDO-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              PERFORM 0000-ESCREVERLINHAEXT
           END-IF.
           MOVE '========================================'
              TO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHAEXT.
                       AND REG-FA-DATA >= WRK-DATA-INI
                       AND REG-FA-DATA <= WRK-DATA-FIM
                    ADD 1 TO WRK-QTD-FATURAS
                    EVALUATE TRUE
                       WHEN REG-FA-STATUS = 'B'
                          CONTINUE
                       WHEN REG-FA-TIPO = 'C'
                          COMPUTE WRK-SALDO = WRK-SALDO
                             - (REG-FA-TOTAL - REG-FA-VALORPAGO)
                       WHEN OTHER
                          COMPUTE WRK-SALDO = WRK-SALDO
                             + REG-FA-TOTAL - REG-FA-VALORPAGO
                    END-EVALUATE
                    MOVE WRK-SALDO TO WRK-SALDO-ED
                    MOVE SPACES TO WRK-LINHA
                    IF REG-FA-TIPO = 'C'
                          DELIMITED BY SIZE INTO WRK-LINHA
                       PERFORM 0000-ESCREVERLINHAEXT
                    END-IF
                    IF REG-FA-STATUS = 'B'
                       MOVE SPACES TO WRK-LINHA
                       STRING '   BAIXADA COMO PERDA EM '
                          REG-FA-DATAPERDA
                          ' VALOR=' REG-FA-VALORPERDA
                          ' RECUPERADO=' REG-FA-VALORRECUP
                          DELIMITED BY SIZE INTO WRK-LINHA
                       PERFORM 0000-ESCREVERLINHAEXT
                    END-IF
                 END-IF
           END-READ.

       0000-LERCREDITOCLI.
           MOVE ZEROS TO WRK-CREDITO-CLI.
           IF WRK-CRDMF-OK = 'S'
              MOVE WRK-CLIENTE TO REG-CR-CLIENTE
              READ ARQ-CREDITOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE REG-CR-SALDO TO WRK-CREDITO-CLI
              END-READ
           END-IF.

       0000-LISTARMOVCREDITO.
           READ ARQ-MOVCREDITO
              AT END
                 MOVE '10' TO WRK-FS-MOVCREDITO
              NOT AT END
                 IF REG-MC-CLIENTE = WRK-CLIENTE
                       AND REG-MC-DATA >= WRK-DATA-INI
                       AND REG-MC-DATA <= WRK-DATA-FIM
                    EVALUATE REG-MC-TIPO
                       WHEN 'E'
                          MOVE 'PAGAMENTO A MAIOR' TO WRK-DESC-MOVCRED
                       WHEN 'N'
                          MOVE 'RECEBIMENTO AVULSO' TO WRK-DESC-MOVCRED
                       WHEN 'I'
                          MOVE 'CREDITO IDENTIFICADO'
                             TO WRK-DESC-MOVCRED
                       WHEN 'A'
                          MOVE 'APLICADO EM FATURA' TO WRK-DESC-MOVCRED
                       WHEN 'D'
                          MOVE 'DEVOLVIDO AO CLIENTE'
                             TO WRK-DESC-MOVCRED
                       WHEN OTHER
                          MOVE 'TRANSFERENCIA' TO WRK-DESC-MOVCRED
                    END-EVALUATE
                    MOVE SPACES TO WRK-LINHA
                    STRING '   CREDITO EM CONTA ' REG-MC-DATA
                       ' ' WRK-DESC-MOVCRED
                       ' VALOR=' REG-MC-VALOR
                       ' DOC=' REG-MC-FATURA
                       DELIMITED BY SIZE INTO WRK-LINHA
                    PERFORM 0000-ESCREVERLINHAEXT
                 END-IF
           END-READ.

