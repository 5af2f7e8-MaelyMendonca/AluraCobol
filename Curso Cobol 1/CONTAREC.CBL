               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PA-CHAVE
               FILE STATUS IS WRK-FS-PARCELAS.
           SELECT ARQ-CLIENTES ASSIGN TO "CLIMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CL-COD
               FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-MOVCREDITO ASSIGN TO "CREDMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVCREDITO.
           SELECT ARQ-PDDMOV ASSIGN TO "PDDMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PDDMOV.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FATURAS.
       FD ARQ-PARCELAS.
       01 REG-PARCELA.
       COPY PARREG.
       FD ARQ-CLIENTES.
       01 REG-CLIENTE.
       COPY CLIREG.
       FD ARQ-MOVCREDITO.
       01 REG-MOVCREDITO.
       COPY MCRREG.
       FD ARQ-PDDMOV.
       01 REG-PDDMOV.
       COPY PDDREG.
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
             03 WRK-UFAG-FAIXA  PIC S9(09)V99 OCCURS 4 TIMES.
       01 WRK-TOT-FAIXAS.
          02 WRK-TOT-FAIXA    PIC S9(10)V99 OCCURS 4 TIMES.
       77 WRK-FS-CLIENTES  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-MOVCREDITO PIC X(02)    VALUE ZEROS.
       77 WRK-CLIENTE-OK   PIC X(01)     VALUE 'N'.
       77 WRK-CLIMF-OK     PIC X(01)     VALUE 'N'.
       77 WRK-EXCEDENTE    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-QTD-MOVCRED  PIC 9(05)     VALUE ZEROS.
       77 WRK-CRD-TIPO     PIC X(01)     VALUE SPACES.
       77 WRK-CRD-CLIENTE  PIC X(05)     VALUE SPACES.
       77 WRK-CRD-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-CRD-FATURA   PIC 9(08)     VALUE ZEROS.
       77 WRK-CRD-PARCELA  PIC 9(02)     VALUE ZEROS.
       77 WRK-CRD-DATA     PIC 9(08)     VALUE ZEROS.
       77 WRK-CRD-SALDO    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-CRD-RESULTADO PIC X(01)    VALUE SPACES.
       77 WRK-CRD-DESTINO  PIC X(05)     VALUE SPACES.
       77 WRK-FS-PDDMOV    PIC X(02)     VALUE ZEROS.
       77 WRK-SALDO-PERDA  PIC 9(09)V99  VALUE ZEROS.

       PROCEDURE DIVISION.

                 CLOSE ARQ-PARCELAS
                 OPEN I-O ARQ-PARCELAS
              END-IF
              OPEN INPUT ARQ-CLIENTES
              IF WRK-FS-CLIENTES = '00'
                 MOVE 'S' TO WRK-CLIMF-OK
              END-IF
              MOVE SPACES TO WRK-OPCAO
              PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'
              IF WRK-CLIMF-OK = 'S'
                 CLOSE ARQ-CLIENTES
              END-IF
              CLOSE ARQ-PARCELAS
              CLOSE ARQ-FATURAS
           END-IF.
           DISPLAY ' 1 - REGISTRAR RECEBIMENTO'.
           DISPLAY ' 2 - RELATORIO DE AGING'.
           DISPLAY ' 3 - COMPENSAR NOTA DE CREDITO'.
           DISPLAY ' 4 - CONSULTAR CREDITO EM CONTA'.
           DISPLAY ' 5 - APLICAR CREDITO EM CONTA EM FATURAS'.
           DISPLAY ' 6 - DEVOLVER CREDITO EM CONTA'.
           DISPLAY ' 7 - RECEBIMENTO SEM FATURA'.
           DISPLAY ' 8 - IDENTIFICAR CREDITO EM SUSPENSO'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
                 PERFORM 0004-RELATORIOAGING
              WHEN '3'
                 PERFORM 0007-COMPENSARNC
              WHEN '4'
                 PERFORM 0009-CONSULTARCREDITO
              WHEN '5'
                 PERFORM 0010-APLICARCREDITO
              WHEN '6'
                 PERFORM 0012-DEVOLVERCREDITO
              WHEN '7'
                 PERFORM 0013-RECEBERSEMFATURA
              WHEN '8'
                 PERFORM 0014-IDENTIFICARCREDITO
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                       DISPLAY 'FATURA JA LIQUIDADA.'
                    WHEN REG-FA-STATUS = 'E'
                       DISPLAY 'FATURA ESTORNADA.'
                    WHEN REG-FA-STATUS = 'B'
                       PERFORM 0015-RECEBERPERDA
                    WHEN OTHER
                       PERFORM 0000-TEMPARCELAS
                       IF WRK-TEM-PARCELAS = 'S'
           IF WRK-VALOR-PAGO = 0
              DISPLAY 'VALOR INVALIDO.'
           ELSE
              MOVE ZEROS TO WRK-EXCEDENTE
              IF WRK-VALOR-PAGO > WRK-SALDO-ABERTO
                 COMPUTE WRK-EXCEDENTE =
                    WRK-VALOR-PAGO - WRK-SALDO-ABERTO
                 MOVE WRK-SALDO-ABERTO TO WRK-VALOR-PAGO
              END-IF
              ADD WRK-VALOR-PAGO TO REG-FA-VALORPAGO
              MOVE WRK-DATAINF TO REG-FA-DATAPAGTO
              IF REG-FA-VALORPAGO >= REG-FA-TOTAL
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE
              MOVE ZEROS TO WRK-NUM-PARCELA
              PERFORM 0000-CREDITAREXCEDENTE
           END-IF.

       0000-TEMPARCELAS.
                    IF WRK-VALOR-PAGO = 0
                       DISPLAY 'VALOR INVALIDO.'
                    ELSE
                       MOVE ZEROS TO WRK-EXCEDENTE
                       COMPUTE WRK-SALDO-PARC =
                          REG-PA-VALOR - REG-PA-VALORPAGO
                       IF WRK-VALOR-PAGO > WRK-SALDO-PARC
                          COMPUTE WRK-EXCEDENTE =
                             WRK-VALOR-PAGO - WRK-SALDO-PARC
                          MOVE WRK-SALDO-PARC TO WRK-VALOR-PAGO
                       END-IF
                       ADD WRK-VALOR-PAGO TO REG-PA-VALORPAGO
                       MOVE WRK-DATAINF TO REG-PA-DATAPAGTO
                       IF REG-PA-VALORPAGO >= REG-PA-VALOR
                       CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                          WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE
                       PERFORM 0000-CREDITAREXCEDENTE
                    END-IF
                 END-IF
           END-READ.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'RELATORIO GRAVADO EM AGINGRPT.TXT'.

       0000-CREDITAREXCEDENTE.
           IF WRK-EXCEDENTE > 0
              MOVE 'E' TO WRK-CRD-TIPO
              MOVE REG-FA-CLIENTE TO WRK-CRD-CLIENTE
              MOVE WRK-EXCEDENTE TO WRK-CRD-VALOR
              MOVE WRK-NUM-FATURA TO WRK-CRD-FATURA
              MOVE WRK-NUM-PARCELA TO WRK-CRD-PARCELA
              MOVE WRK-DATAINF TO WRK-CRD-DATA
              PERFORM 0000-CHAMARCREDSRV
              DISPLAY 'VALOR EXCEDENTE ' WRK-EXCEDENTE
                 ' LANCADO EM CREDITO EM CONTA DO CLIENTE '
                 REG-FA-CLIENTE
           END-IF.

       0000-CHAMARCREDSRV.
           MOVE 'CONTAREC' TO WRK-LOG-PROGRAMA.
           CALL 'CREDSRV' USING WRK-CRD-TIPO WRK-CRD-CLIENTE
              WRK-CRD-VALOR WRK-CRD-FATURA WRK-CRD-PARCELA
              WRK-CRD-DATA WRK-OPERADOR WRK-LOG-PROGRAMA
              WRK-CRD-SALDO WRK-CRD-RESULTADO.

       0000-CONSULTARSALDO.
           MOVE 'C' TO WRK-CRD-TIPO.
           MOVE ZEROS TO WRK-CRD-VALOR WRK-CRD-FATURA
              WRK-CRD-PARCELA.
           MOVE WRK-DATASISTEMA TO WRK-CRD-DATA.
           PERFORM 0000-CHAMARCREDSRV.

       0000-LERCLIENTE.
           MOVE 'N' TO WRK-CLIENTE-OK.
           IF WRK-CLIMF-OK = 'N'
              MOVE 'S' TO WRK-CLIENTE-OK
           ELSE
              MOVE WRK-CRD-CLIENTE TO REG-CL-COD
              READ ARQ-CLIENTES
                 INVALID KEY
                    DISPLAY 'CLIENTE NAO ENCONTRADO.'
                 NOT INVALID KEY
                    IF REG-CL-REDIRECIONA NOT = SPACES
                       DISPLAY 'CLIENTE UNIFICADO COM '
                          REG-CL-REDIRECIONA '.'
                    ELSE
                       MOVE 'S' TO WRK-CLIENTE-OK
                    END-IF
              END-READ
           END-IF.

       0009-CONSULTARCREDITO.
           DISPLAY ' CODIGO DO CLIENTE (BRANCO=NAO IDENTIFICADOS)?'.
           MOVE SPACES TO WRK-CRD-CLIENTE.
           ACCEPT WRK-CRD-CLIENTE.
           PERFORM 0000-CONSULTARSALDO.
           IF WRK-CRD-CLIENTE = SPACES
              DISPLAY 'CREDITOS NAO IDENTIFICADOS EM SUSPENSO: '
                 WRK-CRD-SALDO
           ELSE
              DISPLAY 'SALDO DE CREDITO EM CONTA: ' WRK-CRD-SALDO
           END-IF.
           DISPLAY 'MOVIMENTOS:'.
           MOVE ZEROS TO WRK-QTD-MOVCRED.
           OPEN INPUT ARQ-MOVCREDITO.
           IF WRK-FS-MOVCREDITO = '00'
              PERFORM 0000-LISTARMOVCREDITO
                 UNTIL WRK-FS-MOVCREDITO = '10'
              CLOSE ARQ-MOVCREDITO
           END-IF.
           IF WRK-QTD-MOVCRED = 0
              DISPLAY ' NENHUM MOVIMENTO.'
           END-IF.

       0000-LISTARMOVCREDITO.
           READ ARQ-MOVCREDITO
              AT END
                 MOVE '10' TO WRK-FS-MOVCREDITO
              NOT AT END
                 IF REG-MC-CLIENTE = WRK-CRD-CLIENTE
                    ADD 1 TO WRK-QTD-MOVCRED
                    DISPLAY ' ' REG-MC-DATA
                       ' TIPO=' REG-MC-TIPO
                       ' VALOR=' REG-MC-VALOR
                       ' FATURA=' REG-MC-FATURA
                       '/' REG-MC-PARCELA
                       ' OPER=' REG-MC-OPERADOR
                 END-IF
           END-READ.

       0010-APLICARCREDITO.
           DISPLAY ' CODIGO DO CLIENTE?'.
           MOVE SPACES TO WRK-CRD-CLIENTE.
           ACCEPT WRK-CRD-CLIENTE.
           IF WRK-CRD-CLIENTE = SPACES
              DISPLAY 'CREDITO EM SUSPENSO DEVE SER IDENTIFICADO '
                 'ANTES (OPCAO 8).'
           ELSE
              PERFORM 0000-CONSULTARSALDO
              IF WRK-CRD-SALDO = 0
                 DISPLAY 'CLIENTE SEM CREDITO EM CONTA.'
              ELSE
                 MOVE 1 TO WRK-NUM-FATURA
                 PERFORM 0011-APLICARNAFATURA
                    UNTIL WRK-NUM-FATURA = 0
                       OR WRK-CRD-SALDO = 0
                 DISPLAY 'SALDO DE CREDITO RESTANTE: ' WRK-CRD-SALDO
              END-IF
           END-IF.

       0011-APLICARNAFATURA.
           DISPLAY 'CREDITO DISPONIVEL: ' WRK-CRD-SALDO.
           DISPLAY ' NUMERO DA FATURA (0=ENCERRAR)?'.
           ACCEPT WRK-NUM-FATURA.
           IF WRK-NUM-FATURA NOT = 0
              MOVE WRK-NUM-FATURA TO REG-FA-NUMERO
              READ ARQ-FATURAS
                 INVALID KEY
                    DISPLAY 'FATURA NAO ENCONTRADA.'
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN REG-FA-TIPO = 'C'
                             OR REG-FA-STATUS NOT = 'A'
                          DISPLAY 'DOCUMENTO NAO E FATURA EM ABERTO.'
                       WHEN REG-FA-CLIENTE NOT = WRK-CRD-CLIENTE
                          DISPLAY 'FATURA DE OUTRO CLIENTE.'
                       WHEN OTHER
                          PERFORM 0000-APLICARCREDITOFATURA
                    END-EVALUATE
              END-READ
           END-IF.

       0000-APLICARCREDITOFATURA.
           COMPUTE WRK-SALDO-FAT = REG-FA-TOTAL
              + REG-FA-ENCARGOS - REG-FA-VALORPAGO.
           MOVE ZEROS TO WRK-NUM-PARCELA.
           PERFORM 0000-TEMPARCELAS.
           IF WRK-TEM-PARCELAS = 'S'
              PERFORM VARYING WRK-PARC-IDX FROM 1 BY 1
                    UNTIL WRK-PARC-IDX > 12
                 MOVE WRK-NUM-FATURA TO REG-PA-FATURA
                 MOVE WRK-PARC-IDX TO REG-PA-PARCELA
                 READ ARQ-PARCELAS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF REG-PA-STATUS = 'A'
                          DISPLAY ' PARCELA ' REG-PA-PARCELA
                             ' VENC=' REG-PA-VENCIMENTO
                             ' VALOR=' REG-PA-VALOR
                             ' PAGO=' REG-PA-VALORPAGO
                       END-IF
                 END-READ
              END-PERFORM
              DISPLAY ' NUMERO DA PARCELA (0=DISTRIBUIR NAS ABERTAS)?'
              ACCEPT WRK-NUM-PARCELA
           END-IF.
           IF WRK-NUM-PARCELA NOT = 0
              MOVE WRK-NUM-FATURA TO REG-PA-FATURA
              MOVE WRK-NUM-PARCELA TO REG-PA-PARCELA
              READ ARQ-PARCELAS
                 INVALID KEY
                    DISPLAY 'PARCELA NAO ENCONTRADA.'
                    MOVE ZEROS TO WRK-SALDO-FAT
                 NOT INVALID KEY
                    IF REG-PA-STATUS NOT = 'A'
                       DISPLAY 'PARCELA JA LIQUIDADA.'
                       MOVE ZEROS TO WRK-SALDO-FAT
                    ELSE
                       COMPUTE WRK-SALDO-FAT =
                          REG-PA-VALOR - REG-PA-VALORPAGO
                    END-IF
              END-READ
           END-IF.
           IF WRK-SALDO-FAT > 0
              IF WRK-CRD-SALDO < WRK-SALDO-FAT
                 MOVE WRK-CRD-SALDO TO WRK-VALOR-COMP
              ELSE
                 MOVE WRK-SALDO-FAT TO WRK-VALOR-COMP
              END-IF
              MOVE 'A' TO WRK-CRD-TIPO
              MOVE WRK-VALOR-COMP TO WRK-CRD-VALOR
              MOVE WRK-NUM-FATURA TO WRK-CRD-FATURA
              MOVE WRK-NUM-PARCELA TO WRK-CRD-PARCELA
              MOVE WRK-DATASISTEMA TO WRK-CRD-DATA
              PERFORM 0000-CHAMARCREDSRV
              IF WRK-CRD-RESULTADO = 'S'
                 PERFORM 0000-BAIXARCOMCREDITO
              ELSE
                 DISPLAY 'SALDO DE CREDITO INSUFICIENTE.'
              END-IF
           END-IF.

       0000-BAIXARCOMCREDITO.
           IF WRK-NUM-PARCELA NOT = 0
              ADD WRK-VALOR-COMP TO REG-PA-VALORPAGO
              MOVE WRK-DATASISTEMA TO REG-PA-DATAPAGTO
              IF REG-PA-VALORPAGO >= REG-PA-VALOR
                 MOVE 'P' TO REG-PA-STATUS
              END-IF
              REWRITE REG-PARCELA
           ELSE
              IF WRK-TEM-PARCELAS = 'S'
                 PERFORM 0000-COMPENSARPARCELAS
              END-IF
           END-IF.
           ADD WRK-VALOR-COMP TO REG-FA-VALORPAGO.
           MOVE WRK-DATASISTEMA TO REG-FA-DATAPAGTO.
           IF REG-FA-VALORPAGO >= REG-FA-TOTAL + REG-FA-ENCARGOS
              MOVE 'P' TO REG-FA-STATUS
              DISPLAY 'FATURA LIQUIDADA COM CREDITO EM CONTA.'
           ELSE
              DISPLAY 'APLICACAO PARCIAL REGISTRADA.'
           END-IF.
           REWRITE REG-FATURA.
           DISPLAY 'VALOR APLICADO: ' WRK-VALOR-COMP.
           MOVE 'CONTAREC' TO WRK-LOG-PROGRAMA.
           STRING 'CREDITO APLICADO CLI=' WRK-CRD-CLIENTE
              ' FATURA=' WRK-NUM-FATURA
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.

       0012-DEVOLVERCREDITO.
           DISPLAY ' CODIGO DO CLIENTE?'.
           MOVE SPACES TO WRK-CRD-CLIENTE.
           ACCEPT WRK-CRD-CLIENTE.
           IF WRK-CRD-CLIENTE = SPACES
              DISPLAY 'CREDITO EM SUSPENSO DEVE SER IDENTIFICADO '
                 'ANTES (OPCAO 8).'
           ELSE
              PERFORM 0000-CONSULTARSALDO
              IF WRK-CRD-SALDO = 0
                 DISPLAY 'CLIENTE SEM CREDITO EM CONTA.'
              ELSE
                 DISPLAY 'CREDITO DISPONIVEL: ' WRK-CRD-SALDO
                 DISPLAY ' VALOR A DEVOLVER?'
                 ACCEPT WRK-VALOR-PAGO
                 IF WRK-VALOR-PAGO = 0
                       OR WRK-VALOR-PAGO > WRK-CRD-SALDO
                    DISPLAY 'VALOR INVALIDO.'
                 ELSE
                    DISPLAY ' CONFIRMA A DEVOLUCAO? (S/N)'
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       MOVE 'D' TO WRK-CRD-TIPO
                       MOVE WRK-VALOR-PAGO TO WRK-CRD-VALOR
                       MOVE ZEROS TO WRK-CRD-FATURA WRK-CRD-PARCELA
                       MOVE WRK-DATASISTEMA TO WRK-CRD-DATA
                       PERFORM 0000-CHAMARCREDSRV
                       IF WRK-CRD-RESULTADO = 'S'
                          DISPLAY 'DEVOLUCAO REGISTRADA. SALDO: '
                             WRK-CRD-SALDO
                          STRING 'DEVOLUCAO CREDITO CLI='
                             WRK-CRD-CLIENTE
                             ' OPERADOR=' WRK-OPERADOR
                             DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                          CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                             WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                       ELSE
                          DISPLAY 'SALDO DE CREDITO INSUFICIENTE.'
                       END-IF
                    ELSE
                       DISPLAY 'DEVOLUCAO CANCELADA.'
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0013-RECEBERSEMFATURA.
           DISPLAY ' CODIGO DO CLIENTE (BRANCO=NAO IDENTIFICADO)?'.
           MOVE SPACES TO WRK-CRD-CLIENTE.
           ACCEPT WRK-CRD-CLIENTE.
           IF WRK-CRD-CLIENTE = SPACES
              MOVE 'S' TO WRK-CLIENTE-OK
           ELSE
              PERFORM 0000-LERCLIENTE
           END-IF.
           IF WRK-CLIENTE-OK = 'S'
              DISPLAY ' DATA DO RECEBIMENTO (AAAAMMDD)?'
              ACCEPT WRK-DATAINF
              DISPLAY ' VALOR RECEBIDO?'
              ACCEPT WRK-VALOR-PAGO
              IF WRK-VALOR-PAGO = 0
                 DISPLAY 'VALOR INVALIDO.'
              ELSE
                 MOVE 'N' TO WRK-CRD-TIPO
                 MOVE WRK-VALOR-PAGO TO WRK-CRD-VALOR
                 MOVE ZEROS TO WRK-CRD-FATURA WRK-CRD-PARCELA
                 MOVE WRK-DATAINF TO WRK-CRD-DATA
                 PERFORM 0000-CHAMARCREDSRV
                 DISPLAY 'RECEBIMENTO LANCADO EM CREDITO EM CONTA. '
                    'SALDO: ' WRK-CRD-SALDO
                 STRING 'RECEBIMENTO SEM FATURA CLI=' WRK-CRD-CLIENTE
                    ' OPERADOR=' WRK-OPERADOR
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                 CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                    WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              END-IF
           END-IF.

       0014-IDENTIFICARCREDITO.
           MOVE SPACES TO WRK-CRD-CLIENTE.
           PERFORM 0000-CONSULTARSALDO.
           IF WRK-CRD-SALDO = 0
              DISPLAY 'NAO HA CREDITOS EM SUSPENSO.'
           ELSE
              DISPLAY 'CREDITOS NAO IDENTIFICADOS EM SUSPENSO: '
                 WRK-CRD-SALDO
              DISPLAY ' CODIGO DO CLIENTE IDENTIFICADO?'
              MOVE SPACES TO WRK-CRD-DESTINO
              ACCEPT WRK-CRD-DESTINO
              MOVE WRK-CRD-DESTINO TO WRK-CRD-CLIENTE
              IF WRK-CRD-DESTINO = SPACES
                 MOVE 'N' TO WRK-CLIENTE-OK
              ELSE
                 PERFORM 0000-LERCLIENTE
              END-IF
              MOVE SPACES TO WRK-CRD-CLIENTE
              IF WRK-CLIENTE-OK = 'S'
                 DISPLAY ' VALOR A TRANSFERIR?'
                 ACCEPT WRK-VALOR-PAGO
                 MOVE 'T' TO WRK-CRD-TIPO
                 MOVE WRK-VALOR-PAGO TO WRK-CRD-VALOR
                 MOVE ZEROS TO WRK-CRD-FATURA WRK-CRD-PARCELA
                 MOVE WRK-DATASISTEMA TO WRK-CRD-DATA
                 PERFORM 0000-CHAMARCREDSRV
                 IF WRK-CRD-RESULTADO = 'S'
                    MOVE 'I' TO WRK-CRD-TIPO
                    MOVE WRK-CRD-DESTINO TO WRK-CRD-CLIENTE
                    PERFORM 0000-CHAMARCREDSRV
                    DISPLAY 'CREDITO TRANSFERIDO PARA O CLIENTE '
                       WRK-CRD-DESTINO '. SALDO: ' WRK-CRD-SALDO
                    STRING 'CREDITO IDENTIFICADO CLI=' WRK-CRD-DESTINO
                       ' OPERADOR=' WRK-OPERADOR
                       DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                    CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                       WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                 ELSE
                    DISPLAY 'VALOR INVALIDO.'
                 END-IF
              END-IF
           END-IF.

       0015-RECEBERPERDA.
           COMPUTE WRK-SALDO-PERDA =
              REG-FA-VALORPERDA - REG-FA-VALORRECUP.
           DISPLAY 'FATURA BAIXADA COMO PERDA EM ' REG-FA-DATAPERDA
              ' - ' REG-FA-MOTPERDA.
           DISPLAY 'VALOR BAIXADO=' REG-FA-VALORPERDA
              ' RECUPERADO=' REG-FA-VALORRECUP
              ' A RECUPERAR=' WRK-SALDO-PERDA.
           IF WRK-SALDO-PERDA = 0
              DISPLAY 'PERDA JA TOTALMENTE RECUPERADA, USE O '
                 'RECEBIMENTO SEM FATURA (OPCAO 7).'
           ELSE
              DISPLAY ' DATA DO PAGAMENTO (AAAAMMDD)?'
              ACCEPT WRK-DATAINF
              DISPLAY ' VALOR RECEBIDO?'
              ACCEPT WRK-VALOR-PAGO
              IF WRK-VALOR-PAGO = 0
                 DISPLAY 'VALOR INVALIDO.'
              ELSE
                 MOVE ZEROS TO WRK-EXCEDENTE
                 IF WRK-VALOR-PAGO > WRK-SALDO-PERDA
                    COMPUTE WRK-EXCEDENTE =
                       WRK-VALOR-PAGO - WRK-SALDO-PERDA
                    MOVE WRK-SALDO-PERDA TO WRK-VALOR-PAGO
                 END-IF
                 ADD WRK-VALOR-PAGO TO REG-FA-VALORRECUP
                 MOVE WRK-DATAINF TO REG-FA-DATAPAGTO
                 REWRITE REG-FATURA
                 PERFORM 0000-GRAVARRECUPERACAO
                 DISPLAY 'RECUPERACAO DE PERDA REGISTRADA: '
                    WRK-VALOR-PAGO
                 MOVE 'CONTAREC' TO WRK-LOG-PROGRAMA
                 STRING 'RECUPERACAO PERDA FATURA=' WRK-NUM-FATURA
                    ' OPERADOR=' WRK-OPERADOR
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                 CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                    WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                 MOVE ZEROS TO WRK-NUM-PARCELA
                 PERFORM 0000-CREDITAREXCEDENTE
              END-IF
           END-IF.

       0000-GRAVARRECUPERACAO.
           OPEN EXTEND ARQ-PDDMOV.
           IF WRK-FS-PDDMOV = '35'
              OPEN OUTPUT ARQ-PDDMOV
           END-IF.
           MOVE WRK-DATAINF TO REG-PM-DATA.
           MOVE REG-FA-NUMERO TO REG-PM-FATURA.
           MOVE REG-FA-CLIENTE TO REG-PM-CLIENTE.
           MOVE 'R' TO REG-PM-TIPO.
           MOVE WRK-VALOR-PAGO TO REG-PM-VALOR.
           MOVE 'RECEBIMENTO APOS BAIXA' TO REG-PM-MOTIVO.
           MOVE WRK-OPERADOR TO REG-PM-OPERADOR.
           MOVE SPACES TO REG-PM-SUPERVISOR.
           WRITE REG-PDDMOV.
           CLOSE ARQ-PDDMOV.
