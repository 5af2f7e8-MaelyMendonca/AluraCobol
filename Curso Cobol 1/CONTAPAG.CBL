               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AP-NUMERO
               FILE STATUS IS WRK-FS-PAGAR.
           SELECT ARQ-APCTRL ASSIGN TO WRK-NOME-APCTRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APCTRL.
           SELECT ARQ-FORNECEDORES ASSIGN TO "FORNMF.DAT"
           SELECT ARQ-REMESSA ASSIGN TO "APREM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT ARQ-RETPARM ASSIGN TO "RETPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETPARM.
           SELECT ARQ-RELRET ASSIGN TO "RETENCAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELRET.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PAGAR.
       01 REG-RELVENC          PIC X(100).
       FD ARQ-REMESSA.
       01 REG-REMESSA          PIC X(80).
       FD ARQ-RETPARM.
       01 REG-RETPARM.
       COPY RTPREG.
       FD ARQ-RELRET.
       01 REG-RELRET           PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-PAGAR     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-APCTRL    PIC X(02)     VALUE ZEROS.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-NOME-APCTRL  PIC X(12)     VALUE 'APCTRL.DAT'.
       77 WRK-EMPRESA-TIT  PIC X(02)     VALUE SPACES.
       77 WRK-FS-FORNECEDORES PIC X(02)  VALUE ZEROS.
       77 WRK-FS-RELVENC   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-REMESSA   PIC X(02)     VALUE ZEROS.
       77 WRK-LIMITE-CAIXA PIC 9(11)V99  VALUE ZEROS.
       77 WRK-SALDO-CAIXA  PIC 9(11)V99  VALUE ZEROS.
       77 WRK-QTD-PAGOS    PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-REENVIOS PIC 9(05)     VALUE ZEROS.
       77 WRK-TOT-PAGOS    PIC 9(11)V99  VALUE ZEROS.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-FS-RETPARM   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELRET    PIC X(02)     VALUE ZEROS.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-VALOR-LIQUIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RET-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-SOMA-ALIQ    PIC 9(03)V99  VALUE ZEROS.
       77 WRK-TRB-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-RGR-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-RGR-ACHADA   PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-REGRAS   PIC 9(02)     VALUE ZEROS.
       77 WRK-ESCOLHA      PIC 9(02)     VALUE ZEROS.
       77 WRK-VALIDO       PIC X(01)     VALUE 'N'.
       77 WRK-QTD-REC      PIC 9(03)     VALUE ZEROS.
       77 WRK-REC-IDX      PIC 9(03)     VALUE ZEROS.
       77 WRK-QTD-RETIDOS  PIC 9(05)     VALUE ZEROS.
       77 WRK-TOT-RETIDO   PIC 9(11)V99  VALUE ZEROS.
       77 WRK-QTD-FORN     PIC 9(03)     VALUE ZEROS.
       77 WRK-FORN-IDX     PIC 9(03)     VALUE ZEROS.
       77 WRK-POS          PIC 9(03)     VALUE ZEROS.
       77 WRK-IDX          PIC 9(03)     VALUE ZEROS.
       01 WRK-TAB-TRIBUTOS.
          02 FILLER PIC X(13) VALUE 'IRRF  RFB  20'.
          02 FILLER PIC X(13) VALUE 'ISS   MUNIC10'.
          02 FILLER PIC X(13) VALUE 'PIS   RFB  20'.
          02 FILLER PIC X(13) VALUE 'COFINSRFB  20'.
          02 FILLER PIC X(13) VALUE 'CSLL  RFB  20'.
          02 FILLER PIC X(13) VALUE 'INSS  RFB  20'.
       01 WRK-TRIBUTOS REDEFINES WRK-TAB-TRIBUTOS.
          02 WRK-TRB-ITEM OCCURS 6 TIMES.
             03 WRK-TRB-NOME     PIC X(06).
             03 WRK-TRB-CREDOR   PIC X(05).
             03 WRK-TRB-DIA      PIC 9(02).
       01 WRK-REGRA-TAB.
          02 WRK-RGR-ITEM OCCURS 20 TIMES.
             03 WRK-RGR-SERVICO  PIC X(04).
             03 WRK-RGR-DESC     PIC X(30).
             03 WRK-RGR-ALIQ     PIC 9(02)V99 OCCURS 6 TIMES.
             03 WRK-RGR-MINIMO   PIC 9(05)V99.
       01 WRK-REC-TAB.
          02 WRK-REC-ITEM OCCURS 300 TIMES.
             03 WRK-RC-TITULO    PIC 9(08).
             03 WRK-RC-SERVICO   PIC X(04).
             03 WRK-RC-TRIBUTO   PIC 9(01).
             03 WRK-RC-VALOR     PIC 9(09)V99.
       01 WRK-VENC-RECOLH.
          02 WRK-VR-ANO          PIC 9(04).
          02 WRK-VR-MES          PIC 9(02).
          02 WRK-VR-DIA          PIC 9(02).
       01 WRK-VENC-RECOLH-N REDEFINES WRK-VENC-RECOLH PIC 9(08).
       01 WRK-PERIODO.
          02 WRK-PR-ANO          PIC 9(04).
          02 WRK-PR-MES          PIC 9(02).
       01 WRK-PERIODO-N REDEFINES WRK-PERIODO PIC 9(06).
       01 WRK-DATAPAGTO.
          02 WRK-DP-ANO          PIC 9(04).
          02 WRK-DP-MES          PIC 9(02).
          02 WRK-DP-DIA          PIC 9(02).
       01 WRK-FRT-TAB.
          02 WRK-FRT-ITEM OCCURS 200 TIMES.
             03 WRK-FRT-COD      PIC X(05).
             03 WRK-FRT-QTD      PIC 9(05).
             03 WRK-FRT-BASE     PIC 9(11)V99 OCCURS 6 TIMES.
             03 WRK-FRT-VALOR    PIC 9(11)V99 OCCURS 6 TIMES.
       01 WRK-TOTRET-TAB.
          02 WRK-TT-BASE         PIC 9(11)V99 OCCURS 6 TIMES.
          02 WRK-TT-VALOR        PIC 9(11)V99 OCCURS 6 TIMES.
       01 WRK-REM-HEADER.
          02 WRK-RH-TIPO           PIC X(01)       VALUE '0'.
          02 WRK-RH-DATA           PIC 9(08)       VALUE ZEROS.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           OPEN I-O ARQ-PAGAR.
              OPEN I-O ARQ-PAGAR
           END-IF.
           OPEN INPUT ARQ-FORNECEDORES.
           PERFORM 0000-CARREGARREGRAS.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           IF WRK-FS-FORNECEDORES = '00'
           DISPLAY ' 1 - INCLUIR TITULO A PAGAR'.
           DISPLAY ' 2 - RELATORIO DE VENCIMENTOS'.
           DISPLAY ' 3 - SELECAO DE PAGAMENTO E REMESSA'.
           DISPLAY ' 4 - REGRAS DE RETENCAO POR TIPO DE SERVICO'.
           DISPLAY ' 5 - RELATORIO MENSAL DE RETENCOES'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
                 PERFORM 0004-RELATORIOVENC
              WHEN '3'
                 PERFORM 0005-SELECAOPAGAMENTO
              WHEN '4'
                 PERFORM 0006-REGRASRETENCAO
              WHEN '5'
                 PERFORM 0007-RELATORIORETENCOES
              WHEN '0'
                 CONTINUE
              WHEN OTHER
              DISPLAY ' VALOR DO TITULO?'
              ACCEPT REG-AP-VALOR
              MOVE SPACES TO REG-AP-ORIGEM
              PERFORM UNTIL REG-AP-ORIGEM = 'T'
                    OR REG-AP-ORIGEM = 'O'
                 DISPLAY ' ORIGEM (T=ACERTO DE TRANSPORTADORA '
                    'O=OUTRO)?'
                 ACCEPT REG-AP-ORIGEM
                 IF REG-AP-ORIGEM = 'C'
                    DISPLAY 'TITULO DE PEDIDO DE COMPRA E GERADO NA '
                       'CONFERENCIA DA NOTA DO FORNECEDOR.'
                 END-IF
              END-PERFORM
              DISPLAY ' NUMERO DE REFERENCIA DA ORIGEM '
                 '(0=NENHUM)?'
              MOVE 'A' TO REG-AP-STATUS
              MOVE ZEROS TO REG-AP-DATAPAGTO
              MOVE ZEROS TO REG-AP-VALORPAGO
              MOVE ZEROS TO REG-AP-TRIBUTO
              PERFORM 0000-APURARRETENCAO
              IF REG-AP-RETIDO > 0
                 PERFORM 0000-MOSTRARRETENCAO
              END-IF
              MOVE WRK-CIA-EMPRESA TO REG-AP-EMPRESA
              MOVE ZEROS TO REG-AP-DATAREM
              MOVE SPACES TO REG-AP-MOTIVO
              WRITE REG-PAGAR
                 INVALID KEY
                    DISPLAY 'TITULO JA EXISTENTE, NUMERO '
           END-IF.

       0000-LERNUMTITULO.
           MOVE WRK-CIA-BASENUM TO WRK-NUM-TITULO.
           OPEN INPUT ARQ-APCTRL.
           IF WRK-FS-APCTRL = '00'
              READ ARQ-APCTRL
              AT END
                 MOVE '10' TO WRK-FS-PAGAR
              NOT AT END
                 IF REG-AP-STATUS = 'A' OR REG-AP-STATUS = 'R'
                    ADD 1 TO WRK-QTD-ABERTOS
                    MOVE 'D' TO WRK-SRV-FUNCAO
                    MOVE WRK-DATASISTEMA TO WRK-SRV-DATA1
                       ' VALOR=' REG-AP-VALOR
                       ' ORIGEM=' REG-AP-ORIGEM
                       DELIMITED BY SIZE INTO WRK-LINHA
                    IF REG-AP-STATUS = 'R'
                       MOVE 'REMETIDO' TO WRK-LINHA(70:8)
                    END-IF
                    WRITE REG-RELVENC FROM WRK-LINHA
                 END-IF
           END-READ.
              '(AAAAMMDD)?'.
           ACCEPT WRK-SRV-DATA2.
           MOVE WRK-LIMITE-CAIXA TO WRK-SALDO-CAIXA.
           MOVE ZEROS TO WRK-QTD-PAGOS WRK-TOT-PAGOS WRK-QTD-REENVIOS.
           MOVE ZEROS TO WRK-QTD-REC WRK-QTD-RETIDOS WRK-TOT-RETIDO.
           OPEN OUTPUT ARQ-REMESSA.
           MOVE WRK-DATASISTEMA TO WRK-RH-DATA.
           WRITE REG-REMESSA FROM WRK-REM-HEADER.
           MOVE WRK-TOT-PAGOS TO WRK-RT-TOTAL.
           WRITE REG-REMESSA FROM WRK-REM-TRAILER.
           CLOSE ARQ-REMESSA.
           IF WRK-QTD-REC > 0
              PERFORM 0000-GERARRECOLHIMENTOS
           END-IF.
           DISPLAY 'TITULOS SELECIONADOS=' WRK-QTD-PAGOS
              ' TOTAL=' WRK-TOT-PAGOS
              ' CAIXA RESTANTE=' WRK-SALDO-CAIXA.
           IF WRK-QTD-RETIDOS > 0
              DISPLAY 'TITULOS COM RETENCAO=' WRK-QTD-RETIDOS
                 ' TOTAL RETIDO=' WRK-TOT-RETIDO
                 ' RECOLHIMENTOS GERADOS=' WRK-QTD-REC
           END-IF.
           IF WRK-QTD-REENVIOS > 0
              DISPLAY 'TITULOS REJEITADOS REENVIADOS=' WRK-QTD-REENVIOS
           END-IF.
           DISPLAY 'REMESSA DE PAGAMENTOS GRAVADA EM APREM.TXT'.
           DISPLAY 'TITULOS REMETIDOS FICAM AGUARDANDO O RETORNO DO '
              'BANCO (APRET.DAT) PARA SEREM BAIXADOS.'.
           MOVE 'CONTAPAG' TO WRK-LOG-PROGRAMA.
           STRING 'PAGAMENTOS=' WRK-QTD-PAGOS
              ' TOTAL=' WRK-TOT-PAGOS
              AT END
                 MOVE '10' TO WRK-FS-PAGAR
              NOT AT END
                 MOVE REG-AP-EMPRESA TO WRK-EMPRESA-TIT
                 IF WRK-EMPRESA-TIT = SPACES
                    MOVE '01' TO WRK-EMPRESA-TIT
                 END-IF
                 IF REG-AP-STATUS = 'A'
                       AND REG-AP-VENCIMENTO <= WRK-SRV-DATA2
                       AND WRK-EMPRESA-TIT = WRK-CIA-EMPRESA
                    IF REG-AP-ORIGEM NOT = 'R'
                          AND REG-AP-RETSIT = SPACE
                       PERFORM 0000-APURARRETENCAO
                    END-IF
                    COMPUTE WRK-VALOR-LIQUIDO =
                       REG-AP-VALOR - REG-AP-RETIDO
                    IF REG-AP-RETIDO > 0 AND WRK-QTD-REC > 294
                       DISPLAY 'TITULO ' REG-AP-NUMERO
                          ' FICA PARA A PROXIMA REMESSA (LIMITE '
                          'DE RECOLHIMENTOS DA REMESSA).'
                    ELSE
                       IF WRK-VALOR-LIQUIDO <= WRK-SALDO-CAIXA
                          PERFORM 0000-REMETERTITULO
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0000-REMETERTITULO.
           SUBTRACT WRK-VALOR-LIQUIDO FROM WRK-SALDO-CAIXA.
           MOVE 'R' TO REG-AP-STATUS.
           MOVE WRK-DATASISTEMA TO REG-AP-DATAREM.
           MOVE ZEROS TO REG-AP-DATAPAGTO.
           MOVE ZEROS TO REG-AP-VALORPAGO.
           IF REG-AP-MOTIVO NOT = SPACES
              ADD 1 TO WRK-QTD-REENVIOS
              MOVE SPACES TO REG-AP-MOTIVO
           END-IF.
           IF REG-AP-RETIDO > 0 AND REG-AP-RETSIT NOT = 'G'
              ADD 1 TO WRK-QTD-RETIDOS
              ADD REG-AP-RETIDO TO WRK-TOT-RETIDO
              MOVE 'G' TO REG-AP-RETSIT
              PERFORM VARYING WRK-TRB-IDX FROM 1 BY 1
                    UNTIL WRK-TRB-IDX > 6
                 IF REG-AP-RETENCAO(WRK-TRB-IDX) > 0
                    ADD 1 TO WRK-QTD-REC
                    MOVE REG-AP-NUMERO TO WRK-RC-TITULO(WRK-QTD-REC)
                    MOVE REG-AP-SERVICO
                       TO WRK-RC-SERVICO(WRK-QTD-REC)
                    MOVE WRK-TRB-IDX TO WRK-RC-TRIBUTO(WRK-QTD-REC)
                    MOVE REG-AP-RETENCAO(WRK-TRB-IDX)
                       TO WRK-RC-VALOR(WRK-QTD-REC)
                 END-IF
              END-PERFORM
           END-IF.
           REWRITE REG-PAGAR.
           ADD 1 TO WRK-QTD-PAGOS.
           ADD WRK-VALOR-LIQUIDO TO WRK-TOT-PAGOS.
           MOVE REG-AP-NUMERO TO WRK-RD-TITULO.
           MOVE REG-AP-FORNECEDOR TO WRK-RD-FORNECEDOR.
           MOVE SPACES TO WRK-RD-NOME.
           IF REG-AP-ORIGEM = 'R'
                 AND REG-AP-TRIBUTO >= 1 AND REG-AP-TRIBUTO <= 6
              STRING 'RECOLHIMENTO DE '
                 WRK-TRB-NOME(REG-AP-TRIBUTO) ' RETIDO'
                 DELIMITED BY SIZE INTO WRK-RD-NOME
           ELSE
              IF REG-AP-ORIGEM = 'F' AND REG-AP-TRIBUTO = 1
                 MOVE 'GUIA DE FGTS' TO WRK-RD-NOME
              END-IF
              IF REG-AP-ORIGEM = 'F' AND REG-AP-TRIBUTO = 2
                 MOVE 'GUIA DA PREVIDENCIA' TO WRK-RD-NOME
              END-IF
              IF REG-AP-ORIGEM = 'E'
                 MOVE 'REEMBOLSO DE DESPESA' TO WRK-RD-NOME
              END-IF
              IF REG-AP-ORIGEM NOT = 'F' AND REG-AP-ORIGEM NOT = 'E'
                    AND WRK-FS-FORNECEDORES = '00'
                 MOVE REG-AP-FORNECEDOR TO REG-FO-COD
                 READ ARQ-FORNECEDORES
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE REG-FO-NOME TO WRK-RD-NOME
                 END-READ
              END-IF
           END-IF.
           MOVE WRK-VALOR-LIQUIDO TO WRK-RD-VALOR.
           WRITE REG-REMESSA FROM WRK-REM-DETALHE.

       0000-GERARRECOLHIMENTOS.
           MOVE WRK-ANOSISTEMA TO WRK-VR-ANO.
           COMPUTE WRK-VR-MES = WRK-MESSISTEMA + 1.
           IF WRK-VR-MES > 12
              MOVE 1 TO WRK-VR-MES
              ADD 1 TO WRK-VR-ANO
           END-IF.
           PERFORM 0000-LERNUMTITULO.
           PERFORM VARYING WRK-REC-IDX FROM 1 BY 1
                 UNTIL WRK-REC-IDX > WRK-QTD-REC
              ADD 1 TO WRK-NUM-TITULO
              MOVE WRK-RC-TRIBUTO(WRK-REC-IDX) TO WRK-TRB-IDX
              MOVE WRK-TRB-DIA(WRK-TRB-IDX) TO WRK-VR-DIA
              MOVE WRK-NUM-TITULO TO REG-AP-NUMERO
              MOVE WRK-TRB-CREDOR(WRK-TRB-IDX) TO REG-AP-FORNECEDOR
              MOVE WRK-DATASISTEMA TO REG-AP-EMISSAO
              MOVE WRK-VENC-RECOLH-N TO REG-AP-VENCIMENTO
              MOVE WRK-RC-VALOR(WRK-REC-IDX) TO REG-AP-VALOR
              MOVE 'R' TO REG-AP-ORIGEM
              MOVE WRK-RC-TITULO(WRK-REC-IDX) TO REG-AP-REFERENCIA
              MOVE 'A' TO REG-AP-STATUS
              MOVE ZEROS TO REG-AP-DATAPAGTO
              MOVE ZEROS TO REG-AP-VALORPAGO
              MOVE WRK-RC-SERVICO(WRK-REC-IDX) TO REG-AP-SERVICO
              MOVE 'A' TO REG-AP-RETSIT
              MOVE ZEROS TO REG-AP-RETIDO
              PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 6
                 MOVE ZEROS TO REG-AP-RETENCAO(WRK-IDX)
              END-PERFORM
              MOVE WRK-TRB-IDX TO REG-AP-TRIBUTO
              MOVE WRK-CIA-EMPRESA TO REG-AP-EMPRESA
              MOVE ZEROS TO REG-AP-DATAREM
              MOVE SPACES TO REG-AP-MOTIVO
              WRITE REG-PAGAR
                 INVALID KEY
                    DISPLAY 'TITULO JA EXISTENTE, NUMERO '
                       WRK-NUM-TITULO
              END-WRITE
           END-PERFORM.
           PERFORM 0000-GRAVARNUMTITULO.
           MOVE 'CONTAPAG' TO WRK-LOG-PROGRAMA.
           STRING 'RECOLHIMENTOS GERADOS=' WRK-QTD-REC
              ' RETIDO=' WRK-TOT-RETIDO
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.

       0000-APURARRETENCAO.
           MOVE ZEROS TO REG-AP-RETIDO WRK-RGR-ACHADA.
           PERFORM VARYING WRK-TRB-IDX FROM 1 BY 1
                 UNTIL WRK-TRB-IDX > 6
              MOVE ZEROS TO REG-AP-RETENCAO(WRK-TRB-IDX)
           END-PERFORM.
           MOVE SPACES TO REG-AP-SERVICO.
           MOVE 'A' TO REG-AP-RETSIT.
           IF WRK-FS-FORNECEDORES = '00'
              MOVE REG-AP-FORNECEDOR TO REG-FO-COD
              READ ARQ-FORNECEDORES
                 INVALID KEY
                    MOVE SPACES TO REG-FO-SERVICO
              END-READ
              MOVE REG-FO-SERVICO TO REG-AP-SERVICO
           END-IF.
           IF REG-AP-SERVICO NOT = SPACES
              PERFORM VARYING WRK-RGR-IDX FROM 1 BY 1
                    UNTIL WRK-RGR-IDX > WRK-QTD-REGRAS
                       OR WRK-RGR-ACHADA > 0
                 IF WRK-RGR-SERVICO(WRK-RGR-IDX) = REG-AP-SERVICO
                    MOVE WRK-RGR-IDX TO WRK-RGR-ACHADA
                 END-IF
              END-PERFORM
              IF WRK-RGR-ACHADA = 0
                 DISPLAY 'SERVICO ' REG-AP-SERVICO
                    ' SEM REGRA DE RETENCAO, TITULO '
                    REG-AP-NUMERO ' SEM RETENCAO.'
              ELSE
                 PERFORM VARYING WRK-TRB-IDX FROM 1 BY 1
                       UNTIL WRK-TRB-IDX > 6
                    PERFORM 0000-CALCULARTRIBUTO
                 END-PERFORM
              END-IF
           END-IF.

       0000-CALCULARTRIBUTO.
           COMPUTE WRK-RET-VALOR ROUNDED = REG-AP-VALOR *
              WRK-RGR-ALIQ(WRK-RGR-ACHADA, WRK-TRB-IDX) / 100.
           EVALUATE TRUE
              WHEN WRK-TRB-IDX = 2
                    AND REG-FO-RETISS NOT = 'S'
                 MOVE ZEROS TO WRK-RET-VALOR
              WHEN WRK-TRB-IDX = 1
                    AND REG-FO-SIMPLES = 'S'
                 MOVE ZEROS TO WRK-RET-VALOR
              WHEN WRK-TRB-IDX >= 3 AND WRK-TRB-IDX <= 5
                    AND (REG-FO-SIMPLES = 'S'
                    OR REG-FO-PESSOA = 'F')
                 MOVE ZEROS TO WRK-RET-VALOR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WRK-RET-VALOR < WRK-RGR-MINIMO(WRK-RGR-ACHADA)
              MOVE ZEROS TO WRK-RET-VALOR
           END-IF.
           MOVE WRK-RET-VALOR TO REG-AP-RETENCAO(WRK-TRB-IDX).
           ADD WRK-RET-VALOR TO REG-AP-RETIDO.

       0000-MOSTRARRETENCAO.
           DISPLAY 'RETENCOES DO SERVICO ' REG-AP-SERVICO ':'.
           PERFORM VARYING WRK-TRB-IDX FROM 1 BY 1
                 UNTIL WRK-TRB-IDX > 6
              IF REG-AP-RETENCAO(WRK-TRB-IDX) > 0
                 DISPLAY '  ' WRK-TRB-NOME(WRK-TRB-IDX) ' = '
                    REG-AP-RETENCAO(WRK-TRB-IDX)
              END-IF
           END-PERFORM.
           COMPUTE WRK-VALOR-LIQUIDO = REG-AP-VALOR - REG-AP-RETIDO.
           DISPLAY 'TOTAL RETIDO=' REG-AP-RETIDO
              ' VALOR LIQUIDO A PAGAR=' WRK-VALOR-LIQUIDO.

       0000-CARREGARREGRAS.
           MOVE ZEROS TO WRK-QTD-REGRAS.
           OPEN INPUT ARQ-RETPARM.
           IF WRK-FS-RETPARM = '00'
              PERFORM 0000-LERREGRA UNTIL WRK-FS-RETPARM = '10'
              CLOSE ARQ-RETPARM
           END-IF.
           IF WRK-QTD-REGRAS = 0
              PERFORM 0000-REGRASPADRAO
           END-IF.

       0000-LERREGRA.
           READ ARQ-RETPARM
              AT END
                 MOVE '10' TO WRK-FS-RETPARM
              NOT AT END
                 IF WRK-QTD-REGRAS < 20
                    ADD 1 TO WRK-QTD-REGRAS
                    MOVE REG-RETPARM TO WRK-RGR-ITEM(WRK-QTD-REGRAS)
                 END-IF
           END-READ.

       0000-REGRASPADRAO.
           MOVE 3 TO WRK-QTD-REGRAS.
           MOVE 'SPRF' TO WRK-RGR-SERVICO(1).
           MOVE 'SERVICOS PROFISSIONAIS' TO WRK-RGR-DESC(1).
           MOVE 1,50 TO WRK-RGR-ALIQ(1, 1).
           MOVE 5,00 TO WRK-RGR-ALIQ(1, 2).
           MOVE 0,65 TO WRK-RGR-ALIQ(1, 3).
           MOVE 3,00 TO WRK-RGR-ALIQ(1, 4).
           MOVE 1,00 TO WRK-RGR-ALIQ(1, 5).
           MOVE ZEROS TO WRK-RGR-ALIQ(1, 6).
           MOVE 10,00 TO WRK-RGR-MINIMO(1).
           MOVE 'LIMP' TO WRK-RGR-SERVICO(2).
           MOVE 'LIMPEZA E CONSERVACAO' TO WRK-RGR-DESC(2).
           MOVE 1,00 TO WRK-RGR-ALIQ(2, 1).
           MOVE 5,00 TO WRK-RGR-ALIQ(2, 2).
           MOVE 0,65 TO WRK-RGR-ALIQ(2, 3).
           MOVE 3,00 TO WRK-RGR-ALIQ(2, 4).
           MOVE 1,00 TO WRK-RGR-ALIQ(2, 5).
           MOVE 11,00 TO WRK-RGR-ALIQ(2, 6).
           MOVE 10,00 TO WRK-RGR-MINIMO(2).
           MOVE 'MANU' TO WRK-RGR-SERVICO(3).
           MOVE 'MANUTENCAO E REPAROS' TO WRK-RGR-DESC(3).
           MOVE 1,00 TO WRK-RGR-ALIQ(3, 1).
           MOVE 5,00 TO WRK-RGR-ALIQ(3, 2).
           MOVE 0,65 TO WRK-RGR-ALIQ(3, 3).
           MOVE 3,00 TO WRK-RGR-ALIQ(3, 4).
           MOVE 1,00 TO WRK-RGR-ALIQ(3, 5).
           MOVE ZEROS TO WRK-RGR-ALIQ(3, 6).
           MOVE 10,00 TO WRK-RGR-MINIMO(3).

       0006-REGRASRETENCAO.
           PERFORM VARYING WRK-RGR-IDX FROM 1 BY 1
                 UNTIL WRK-RGR-IDX > WRK-QTD-REGRAS
              DISPLAY WRK-RGR-IDX ' ' WRK-RGR-SERVICO(WRK-RGR-IDX)
                 ' ' WRK-RGR-DESC(WRK-RGR-IDX)
              DISPLAY '   IRRF=' WRK-RGR-ALIQ(WRK-RGR-IDX, 1)
                 ' ISS=' WRK-RGR-ALIQ(WRK-RGR-IDX, 2)
                 ' PIS=' WRK-RGR-ALIQ(WRK-RGR-IDX, 3)
                 ' COFINS=' WRK-RGR-ALIQ(WRK-RGR-IDX, 4)
                 ' CSLL=' WRK-RGR-ALIQ(WRK-RGR-IDX, 5)
                 ' INSS=' WRK-RGR-ALIQ(WRK-RGR-IDX, 6)
                 ' MINIMO=' WRK-RGR-MINIMO(WRK-RGR-IDX)
           END-PERFORM.
           DISPLAY ' LINHA A ALTERAR (0=SAIR, '
              'NOVA LINHA=PROXIMO NUMERO)?'.
           ACCEPT WRK-ESCOLHA.
           IF WRK-ESCOLHA = 0
              CONTINUE
           ELSE
              IF WRK-ESCOLHA > WRK-QTD-REGRAS + 1
                    OR WRK-ESCOLHA > 20
                 DISPLAY 'LINHA INVALIDA.'
              ELSE
                 PERFORM 0000-EDITARREGRA
              END-IF
           END-IF.

       0000-EDITARREGRA.
           IF WRK-ESCOLHA > WRK-QTD-REGRAS
              MOVE WRK-ESCOLHA TO WRK-QTD-REGRAS
              MOVE SPACES TO WRK-RGR-SERVICO(WRK-ESCOLHA)
              MOVE SPACES TO WRK-RGR-DESC(WRK-ESCOLHA)
              PERFORM VARYING WRK-TRB-IDX FROM 1 BY 1
                    UNTIL WRK-TRB-IDX > 6
                 MOVE ZEROS TO WRK-RGR-ALIQ(WRK-ESCOLHA, WRK-TRB-IDX)
              END-PERFORM
              MOVE ZEROS TO WRK-RGR-MINIMO(WRK-ESCOLHA)
           END-IF.
           DISPLAY ' TIPO DE SERVICO (4 POSICOES)?'.
           ACCEPT WRK-RGR-SERVICO(WRK-ESCOLHA).
           DISPLAY ' DESCRICAO DO SERVICO?'.
           ACCEPT WRK-RGR-DESC(WRK-ESCOLHA).
           MOVE ZEROS TO WRK-SOMA-ALIQ.
           PERFORM VARYING WRK-TRB-IDX FROM 1 BY 1
                 UNTIL WRK-TRB-IDX > 6
              DISPLAY ' ALIQUOTA DE ' WRK-TRB-NOME(WRK-TRB-IDX)
                 ' (%)?'
              ACCEPT WRK-RGR-ALIQ(WRK-ESCOLHA, WRK-TRB-IDX)
              ADD WRK-RGR-ALIQ(WRK-ESCOLHA, WRK-TRB-IDX)
                 TO WRK-SOMA-ALIQ
           END-PERFORM.
           DISPLAY ' VALOR MINIMO PARA RETER CADA TRIBUTO?'.
           ACCEPT WRK-RGR-MINIMO(WRK-ESCOLHA).
           MOVE 'S' TO WRK-VALIDO.
           IF WRK-RGR-SERVICO(WRK-ESCOLHA) = SPACES
              MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF WRK-SOMA-ALIQ NOT < 100
              MOVE 'N' TO WRK-VALIDO
           END-IF.
           PERFORM VARYING WRK-RGR-IDX FROM 1 BY 1
                 UNTIL WRK-RGR-IDX > WRK-QTD-REGRAS
              IF WRK-RGR-IDX NOT = WRK-ESCOLHA
                    AND WRK-RGR-SERVICO(WRK-RGR-IDX) =
                        WRK-RGR-SERVICO(WRK-ESCOLHA)
                 MOVE 'N' TO WRK-VALIDO
              END-IF
           END-PERFORM.
           IF WRK-VALIDO = 'N'
              DISPLAY 'VALORES INVALIDOS OU SERVICO REPETIDO, '
                 'ALTERACAO DESCARTADA.'
              PERFORM 0000-CARREGARREGRAS
           ELSE
              OPEN OUTPUT ARQ-RETPARM
              PERFORM VARYING WRK-RGR-IDX FROM 1 BY 1
                    UNTIL WRK-RGR-IDX > WRK-QTD-REGRAS
                 MOVE WRK-RGR-ITEM(WRK-RGR-IDX) TO REG-RETPARM
                 WRITE REG-RETPARM
              END-PERFORM
              CLOSE ARQ-RETPARM
              MOVE 'CONTAPAG' TO WRK-LOG-PROGRAMA
              STRING 'RETPARM REGRAVADA SERVICO='
                 WRK-RGR-SERVICO(WRK-ESCOLHA)
                 ' OPER=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              DISPLAY 'REGRAS DE RETENCAO GRAVADAS.'
           END-IF.

       0007-RELATORIORETENCOES.
           DISPLAY ' ANO E MES DO PAGAMENTO (AAAAMM, MES 00 = ANO '
              'INTEIRO)?'.
           ACCEPT WRK-PERIODO-N.
           MOVE ZEROS TO WRK-QTD-FORN.
           PERFORM VARYING WRK-TRB-IDX FROM 1 BY 1
                 UNTIL WRK-TRB-IDX > 6
              MOVE ZEROS TO WRK-TT-BASE(WRK-TRB-IDX)
              MOVE ZEROS TO WRK-TT-VALOR(WRK-TRB-IDX)
           END-PERFORM.
           MOVE ZEROS TO REG-AP-NUMERO.
           START ARQ-PAGAR KEY IS NOT LESS THAN REG-AP-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-PAGAR
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PAGAR
           END-START.
           PERFORM 0000-SOMARRETENCAO UNTIL WRK-FS-PAGAR = '10'.
           MOVE '00' TO WRK-FS-PAGAR.
           OPEN OUTPUT ARQ-RELRET.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RETENCOES NA FONTE POR FORNECEDOR E TRIBUTO - '
              'PAGAMENTOS DE ' WRK-PR-ANO '/' WRK-PR-MES
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELRET FROM WRK-LINHA.
           MOVE '(MES 00 = ANO INTEIRO; BASE = VALOR BRUTO DOS '
              TO WRK-LINHA.
           WRITE REG-RELRET FROM WRK-LINHA.
           MOVE 'TITULOS QUE SOFRERAM O TRIBUTO)' TO WRK-LINHA.
           WRITE REG-RELRET FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELRET FROM WRK-LINHA.
           PERFORM VARYING WRK-FORN-IDX FROM 1 BY 1
                 UNTIL WRK-FORN-IDX > WRK-QTD-FORN
              PERFORM 0000-LISTARFORNRET
           END-PERFORM.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELRET FROM WRK-LINHA.
           MOVE 'TOTAIS DO PERIODO' TO WRK-LINHA.
           WRITE REG-RELRET FROM WRK-LINHA.
           PERFORM VARYING WRK-TRB-IDX FROM 1 BY 1
                 UNTIL WRK-TRB-IDX > 6
              MOVE SPACES TO WRK-LINHA
              STRING '   ' WRK-TRB-NOME(WRK-TRB-IDX)
                 ' BASE=' WRK-TT-BASE(WRK-TRB-IDX)
                 ' RETIDO=' WRK-TT-VALOR(WRK-TRB-IDX)
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELRET FROM WRK-LINHA
           END-PERFORM.
           CLOSE ARQ-RELRET.
           DISPLAY 'FORNECEDORES COM RETENCAO: ' WRK-QTD-FORN.
           DISPLAY 'RELATORIO GRAVADO EM RETENCAO.TXT'.
           MOVE 'CONTAPAG' TO WRK-LOG-PROGRAMA.
           STRING 'RELATORIO DE RETENCOES PERIODO=' WRK-PERIODO-N
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.
           MOVE 'RETENCAO.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.

       0000-SOMARRETENCAO.
           READ ARQ-PAGAR NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PAGAR
              NOT AT END
                 IF REG-AP-STATUS = 'P' AND REG-AP-ORIGEM NOT = 'R'
                       AND REG-AP-RETIDO > 0
                    MOVE REG-AP-DATAPAGTO TO WRK-DATAPAGTO
                    IF WRK-DP-ANO = WRK-PR-ANO
                          AND (WRK-PR-MES = 0
                          OR WRK-DP-MES = WRK-PR-MES)
                       PERFORM 0000-ACUMULARFORNRET
                    END-IF
                 END-IF
           END-READ.

       0000-ACUMULARFORNRET.
           MOVE ZEROS TO WRK-FORN-IDX.
           PERFORM VARYING WRK-POS FROM 1 BY 1
                 UNTIL WRK-POS > WRK-QTD-FORN
                    OR WRK-FRT-COD(WRK-POS) >= REG-AP-FORNECEDOR
              CONTINUE
           END-PERFORM.
           IF WRK-POS <= WRK-QTD-FORN
                 AND WRK-FRT-COD(WRK-POS) = REG-AP-FORNECEDOR
              MOVE WRK-POS TO WRK-FORN-IDX
           ELSE
              IF WRK-QTD-FORN < 200
                 PERFORM VARYING WRK-IDX FROM WRK-QTD-FORN BY -1
                       UNTIL WRK-IDX < WRK-POS
                    MOVE WRK-FRT-ITEM(WRK-IDX)
                       TO WRK-FRT-ITEM(WRK-IDX + 1)
                 END-PERFORM
                 ADD 1 TO WRK-QTD-FORN
                 MOVE WRK-POS TO WRK-FORN-IDX
                 MOVE REG-AP-FORNECEDOR TO WRK-FRT-COD(WRK-FORN-IDX)
                 MOVE ZEROS TO WRK-FRT-QTD(WRK-FORN-IDX)
                 PERFORM VARYING WRK-TRB-IDX FROM 1 BY 1
                       UNTIL WRK-TRB-IDX > 6
                    MOVE ZEROS
                       TO WRK-FRT-BASE(WRK-FORN-IDX, WRK-TRB-IDX)
                    MOVE ZEROS
                       TO WRK-FRT-VALOR(WRK-FORN-IDX, WRK-TRB-IDX)
                 END-PERFORM
              ELSE
                 DISPLAY 'LIMITE DE 200 FORNECEDORES ATINGIDO, '
                    'TITULO ' REG-AP-NUMERO ' SO NOS TOTAIS.'
              END-IF
           END-IF.
           IF WRK-FORN-IDX > 0
              ADD 1 TO WRK-FRT-QTD(WRK-FORN-IDX)
           END-IF.
           PERFORM VARYING WRK-TRB-IDX FROM 1 BY 1
                 UNTIL WRK-TRB-IDX > 6
              IF REG-AP-RETENCAO(WRK-TRB-IDX) > 0
                 ADD REG-AP-VALOR TO WRK-TT-BASE(WRK-TRB-IDX)
                 ADD REG-AP-RETENCAO(WRK-TRB-IDX)
                    TO WRK-TT-VALOR(WRK-TRB-IDX)
                 IF WRK-FORN-IDX > 0
                    ADD REG-AP-VALOR
                       TO WRK-FRT-BASE(WRK-FORN-IDX, WRK-TRB-IDX)
                    ADD REG-AP-RETENCAO(WRK-TRB-IDX)
                       TO WRK-FRT-VALOR(WRK-FORN-IDX, WRK-TRB-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       0000-LISTARFORNRET.
           MOVE SPACES TO REG-FO-NOME.
           IF WRK-FS-FORNECEDORES = '00'
              MOVE WRK-FRT-COD(WRK-FORN-IDX) TO REG-FO-COD
              READ ARQ-FORNECEDORES
                 INVALID KEY
                    MOVE 'FORNECEDOR NAO CADASTRADO' TO REG-FO-NOME
              END-READ
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FORNECEDOR ' WRK-FRT-COD(WRK-FORN-IDX)
              ' ' REG-FO-NOME
              ' TITULOS=' WRK-FRT-QTD(WRK-FORN-IDX)
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELRET FROM WRK-LINHA.
           PERFORM VARYING WRK-TRB-IDX FROM 1 BY 1
                 UNTIL WRK-TRB-IDX > 6
              IF WRK-FRT-VALOR(WRK-FORN-IDX, WRK-TRB-IDX) > 0
                 MOVE SPACES TO WRK-LINHA
                 STRING '   ' WRK-TRB-NOME(WRK-TRB-IDX)
                    ' BASE=' WRK-FRT-BASE(WRK-FORN-IDX, WRK-TRB-IDX)
                    ' RETIDO='
                    WRK-FRT-VALOR(WRK-FORN-IDX, WRK-TRB-IDX)
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-RELRET FROM WRK-LINHA
              END-IF
           END-PERFORM.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'APCTRL.DAT' TO WRK-NOME-APCTRL.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-APCTRL WRK-CIA-VALIDO.
