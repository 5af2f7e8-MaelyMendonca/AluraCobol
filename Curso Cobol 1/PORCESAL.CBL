               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-RM-CHAVE
               FILE STATUS IS WRK-FS-REMCTL.
           SELECT ARQ-ENCARGOS ASSIGN TO "ENCFOLHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENCARGOS.
           SELECT ARQ-ENCTMP ASSIGN TO "ENCFOLHA.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENCTMP.
           SELECT ARQ-SEFIP ASSIGN TO "SEFIP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEFIP.
           SELECT ARQ-PAGAR ASSIGN TO "APAGMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AP-NUMERO
               FILE STATUS IS WRK-FS-PAGAR.
           SELECT ARQ-APCTRL ASSIGN TO WRK-NOME-APCTRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APCTRL.
           SELECT ARQ-PROVISOES ASSIGN TO "PROVFMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PV-MATRICULA
               FILE STATUS IS WRK-FS-PROVISOES.
           SELECT ARQ-MOVPROV ASSIGN TO "PROVFMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVPROV.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FUNCIONARIOS.
       FD ARQ-REMCTL.
       01 REG-REMCTL.
       COPY REMREG.
       FD ARQ-ENCARGOS.
       01 REG-ENCARGO.
       COPY ENCREG.
       FD ARQ-ENCTMP.
       01 REG-ENCTMP            PIC X(73).
       FD ARQ-SEFIP.
       01 REG-SEFIP             PIC X(100).
       FD ARQ-PAGAR.
       01 REG-PAGAR.
       COPY APAREG.
       FD ARQ-APCTRL.
       01 REG-APCTRL            PIC 9(08).
       FD ARQ-PROVISOES.
       01 REG-PROVISAO.
       COPY PVFREG.
       FD ARQ-MOVPROV.
       01 REG-MOVPROV.
       COPY PVMREG.
       WORKING-STORAGE SECTION.
       77 WRK-NOME                  PIC X(20)       VALUE SPACES.
       77 WRK-MATRICULA             PIC X(06)       VALUE SPACES.
       77 WRK-EVENTMF-OK            PIC X(01)       VALUE 'N'.
       77 WRK-PROV-EVENTOS          PIC 9(07)V99    VALUE ZEROS.
       77 WRK-DESC-EVENTOS          PIC 9(07)V99    VALUE ZEROS.
       77 WRK-PROV-RETRO            PIC 9(07)V99    VALUE ZEROS.
       77 WRK-PROV-REEMB            PIC 9(07)V99    VALUE ZEROS.
       77 WRK-VALOR-EVENTO          PIC 9(07)V99    VALUE ZEROS.
       77 WRK-FS-EMPRESTIMOS        PIC X(02)       VALUE ZEROS.
       77 WRK-EMPRMF-OK             PIC X(01)       VALUE 'N'.
             03 WRK-CC-QTD         PIC 9(04).
             03 WRK-CC-BRUTO       PIC 9(10)V99.
             03 WRK-CC-LIQUIDO     PIC 9(10)V99.
             03 WRK-CC-ENCARGOS    PIC 9(10)V99.
       77 WRK-CUSTO-CC              PIC 9(11)V99    VALUE ZEROS.
       77 WRK-FS-ENCARGOS           PIC X(02)       VALUE ZEROS.
       77 WRK-FS-ENCTMP             PIC X(02)       VALUE ZEROS.
       77 WRK-FS-SEFIP              PIC X(02)       VALUE ZEROS.
       77 WRK-FS-PAGAR              PIC X(02)       VALUE ZEROS.
       77 WRK-FS-APCTRL             PIC X(02)       VALUE ZEROS.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-EMPRESA-FUNC PIC X(02)     VALUE SPACES.
       77 WRK-EMPRESA-ENC  PIC X(02)     VALUE SPACES.
       77 WRK-NOME-APCTRL  PIC X(12)     VALUE 'APCTRL.DAT'.
       77 WRK-FS-PROVISOES          PIC X(02)       VALUE ZEROS.
       77 WRK-FS-MOVPROV            PIC X(02)       VALUE ZEROS.
       77 WRK-PROV-NOVO             PIC X(01)       VALUE 'N'.
       77 WRK-PROV-VERBA            PIC X(01)       VALUE SPACES.
       77 WRK-PROV-BRUTO            PIC 9(08)V99    VALUE ZEROS.
       77 WRK-PROV-SALDO            PIC 9(08)V99    VALUE ZEROS.
       77 WRK-PROV-CONSUMIDO        PIC 9(08)V99    VALUE ZEROS.
       77 WRK-PROV-EXCEDENTE        PIC 9(08)V99    VALUE ZEROS.
       77 WRK-PROV-ENCARGOS         PIC 9(08)V99    VALUE ZEROS.
       77 WRK-PROV-ALIQ             PIC 9(03)V99    VALUE ZEROS.
       77 WRK-FGTS                  PIC 9(07)V99    VALUE ZEROS.
       77 WRK-INSSEMP               PIC 9(07)V99    VALUE ZEROS.
       77 WRK-RAT                   PIC 9(07)V99    VALUE ZEROS.
       77 WRK-TERCEIROS             PIC 9(07)V99    VALUE ZEROS.
       77 WRK-ENCARGOS              PIC 9(08)V99    VALUE ZEROS.
       77 WRK-QTD-SEFIP             PIC 9(06)       VALUE ZEROS.
       77 WRK-TOT-BASE              PIC 9(13)V99    VALUE ZEROS.
       77 WRK-TOT-FGTS              PIC 9(13)V99    VALUE ZEROS.
       77 WRK-TOT-GPS               PIC 9(13)V99    VALUE ZEROS.
       77 WRK-GUIA-EXISTE           PIC X(01)       VALUE 'N'.
       77 WRK-NUM-TITULO            PIC 9(08)       VALUE ZEROS.
       77 WRK-QTD-GUIAS             PIC 9(01)       VALUE ZEROS.
       77 WRK-IDX                   PIC 9(02)       VALUE ZEROS.
       01 WRK-TAB-ENCARGOS.
          02 FILLER PIC X(17) VALUE 'FGTS  0800CEF  07'.
          02 FILLER PIC X(17) VALUE 'INSS  2000RFB  20'.
          02 FILLER PIC X(17) VALUE 'RAT   0200RFB  20'.
          02 FILLER PIC X(17) VALUE 'TERC  0580RFB  20'.
       01 WRK-ENCARGOS-TAB REDEFINES WRK-TAB-ENCARGOS.
          02 WRK-ENC-ITEM OCCURS 4 TIMES.
             03 WRK-ENC-NOME       PIC X(06).
             03 WRK-ENC-ALIQ       PIC 9(02)V99.
             03 WRK-ENC-CREDOR     PIC X(05).
             03 WRK-ENC-DIA        PIC 9(02).
       01 WRK-VENC-GUIA.
          02 WRK-VG-ANO            PIC 9(04).
          02 WRK-VG-MES            PIC 9(02).
          02 WRK-VG-DIA            PIC 9(02).
       01 WRK-VENC-GUIA-N REDEFINES WRK-VENC-GUIA PIC 9(08).
       01 WRK-SEFIP-HEADER.
          02 WRK-SH-TIPO           PIC X(02)       VALUE '00'.
          02 WRK-SH-COMPETENCIA    PIC 9(06)       VALUE ZEROS.
          02 WRK-SH-DATA           PIC 9(08)       VALUE ZEROS.
          02 WRK-SH-EMPRESA        PIC X(20)       VALUE
             'FOLHA DE PAGAMENTO'.
          02 FILLER                PIC X(64)       VALUE SPACES.
       01 WRK-SEFIP-DETALHE.
          02 WRK-SD-TIPO           PIC X(02)       VALUE '30'.
          02 WRK-SD-MATRICULA      PIC X(06)       VALUE SPACES.
          02 WRK-SD-NOME           PIC X(20)       VALUE SPACES.
          02 WRK-SD-CCUSTO         PIC X(04)       VALUE SPACES.
          02 WRK-SD-BASE           PIC 9(09)V99    VALUE ZEROS.
          02 WRK-SD-FGTS           PIC 9(09)V99    VALUE ZEROS.
          02 WRK-SD-INSSSEG        PIC 9(09)V99    VALUE ZEROS.
          02 WRK-SD-INSSEMP        PIC 9(09)V99    VALUE ZEROS.
          02 WRK-SD-RAT            PIC 9(09)V99    VALUE ZEROS.
          02 WRK-SD-TERCEIROS      PIC 9(09)V99    VALUE ZEROS.
          02 FILLER                PIC X(02)       VALUE SPACES.
       01 WRK-SEFIP-TRAILER.
          02 WRK-ST-TIPO           PIC X(02)       VALUE '90'.
          02 WRK-ST-QTD            PIC 9(06)       VALUE ZEROS.
          02 WRK-ST-BASE           PIC 9(13)V99    VALUE ZEROS.
          02 WRK-ST-FGTS           PIC 9(13)V99    VALUE ZEROS.
          02 WRK-ST-GPS            PIC 9(13)V99    VALUE ZEROS.
          02 FILLER                PIC X(47)       VALUE SPACES.
       77 WRK-QTD-REMESSA           PIC 9(06)       VALUE ZEROS.
       77 WRK-TOT-REMESSA           PIC 9(13)V99    VALUE ZEROS.
       01 WRK-REM-HEADER.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           COMPUTE WRK-COMPETENCIA =
              (WRK-ANOATUAL * 100) + WRK-MESATUAL.
           PERFORM 0000-LERPARAMLOTE.
              DISPLAY ' MODO (1=FUNCIONARIO UNICO 2=FOLHA EM LOTE '
                 '3=DECIMO TERCEIRO 4=APROVAR/ESTORNAR '
                 'COMPETENCIA 5=GERAR REMESSA BANCARIA '
                 '6=FERIAS 7=SIMULACAO 8=SEFIP E GUIAS DE '
                 'ENCARGOS)?'
              ACCEPT WRK-MODO
           END-IF.
           EVALUATE WRK-MODO
                 PERFORM 0700-PROCESSARFERIAS
              WHEN '7'
                 PERFORM 0800-SIMULARFOLHA
              WHEN '8'
                 PERFORM 0900-GERARSEFIP
              WHEN OTHER
                 DISPLAY ' MOEDA PARA EXIBICAO DO SALARIO '
                    '(BRL/USD/EUR)?'
           PERFORM 0000-APLICAREVENTOS.

       0000-APLICAREVENTOS.
           MOVE ZEROS TO WRK-PROV-EVENTOS WRK-DESC-EVENTOS
              WRK-PROV-RETRO WRK-PROV-REEMB.
           IF WRK-EVENTMF-OK = 'S'
              MOVE WRK-MATRICULA TO REG-EV-MATRICULA
              MOVE LOW-VALUES TO REG-EV-CODIGO
                       ELSE
                          MOVE REG-EV-VALOR TO WRK-VALOR-EVENTO
                       END-IF
                       EVALUATE REG-EV-TIPO
                          WHEN 'P'
                             ADD WRK-VALOR-EVENTO
                                TO WRK-PROV-EVENTOS
                          WHEN 'R'
                             ADD WRK-VALOR-EVENTO
                                TO WRK-PROV-RETRO
                          WHEN 'N'
                             ADD WRK-VALOR-EVENTO
                                TO WRK-PROV-REEMB
                          WHEN OTHER
                             ADD WRK-VALOR-EVENTO
                                TO WRK-DESC-EVENTOS
                       END-EVALUATE
                    END-IF
                 END-IF
           END-READ.

       0000-DESCONTAREVENTOS.
           IF WRK-PROV-RETRO > 0
              ADD WRK-PROV-RETRO TO WRK-SALBRUTO WRK-SALLIQUIDO
           END-IF.
           IF WRK-DESC-EVENTOS > 0
              IF WRK-DESC-EVENTOS > WRK-SALLIQUIDO
                 MOVE ZEROS TO WRK-SALLIQUIDO
              END-IF
           END-IF.
           PERFORM 0000-DESCONTAREMPRESTIMO.
           ADD WRK-PROV-REEMB TO WRK-SALLIQUIDO.

       0000-DESCONTAREMPRESTIMO.
           MOVE ZEROS TO WRK-DESC-EMPR.
              MOVE ZEROS TO REG-FU-AGENCIA
              MOVE ZEROS TO REG-FU-CONTA
              MOVE SPACES TO REG-FU-CCUSTO
              MOVE WRK-CIA-EMPRESA TO REG-FU-EMPRESA
              WRITE REG-FUNCIONARIO
           END-IF.

              AT END
                 MOVE '10' TO WRK-FS-FUNCIONARIOS
              NOT AT END
                 MOVE REG-FU-EMPRESA TO WRK-EMPRESA-FUNC
                 IF WRK-EMPRESA-FUNC = SPACES
                    MOVE '01' TO WRK-EMPRESA-FUNC
                 END-IF
                 IF WRK-EMPRESA-FUNC = WRK-CIA-EMPRESA
                    EVALUATE TRUE
                       WHEN REG-FU-STATUS = 'D'
                          CONTINUE
                       WHEN REG-FU-ULT13ANO = WRK-ANOATUAL
                             AND REG-FU-ULT13PARC >= WRK-PARCELA13
                          MOVE SPACES TO WRK-LINHA
                          STRING REG-FU-MATRICULA ' ' REG-FU-NOME
                             ' 13O PARCELA ' WRK-PARCELA13
                             ' JA PAGA - IGNORADO'
                             DELIMITED BY SIZE INTO WRK-LINHA
                          WRITE REG-FOLHA FROM WRK-LINHA
                       WHEN OTHER
                          PERFORM 0000-CALCULAR13
                          PERFORM 0000-PAGAR13
                    END-EVALUATE
                 END-IF
           END-READ.

       0000-CALCULAR13.
           END-PERFORM.
           ADD 1 TO WRK-QTD-PAGOS13.
           PERFORM 0000-HISTORICO13.
           MOVE 'D' TO WRK-PROV-VERBA.
           IF WRK-PARCELA13 = 1
              MOVE WRK-VALOR13PARC TO WRK-PROV-BRUTO
           ELSE
              COMPUTE WRK-PROV-BRUTO ROUNDED = WRK-VALOR13 / 2
           END-IF.
           PERFORM 0000-BAIXARPROVISAO.
           OPEN EXTEND ARQ-AUDITORIA.
           IF WRK-FS-AUDITORIA = '35'
              OPEN OUTPUT ARQ-AUDITORIA
           WRITE REG-FOLHAHIS.
           CLOSE ARQ-FOLHAHIS.

       0000-BAIXARPROVISAO.
           OPEN I-O ARQ-PROVISOES.
           IF WRK-FS-PROVISOES = '35'
              OPEN OUTPUT ARQ-PROVISOES
              CLOSE ARQ-PROVISOES
              OPEN I-O ARQ-PROVISOES
           END-IF.
           MOVE REG-FU-MATRICULA TO REG-PV-MATRICULA.
           READ ARQ-PROVISOES
              INVALID KEY
                 MOVE 'S' TO WRK-PROV-NOVO
                 MOVE REG-FU-MATRICULA TO REG-PV-MATRICULA
                 MOVE ZEROS TO REG-PV-SALDO13 REG-PV-SALDOFER
                    REG-PV-SALDOENC REG-PV-ANO13 REG-PV-PAGO13
                    REG-PV-ULTCOMP
              NOT INVALID KEY
                 MOVE 'N' TO WRK-PROV-NOVO
           END-READ.
           MOVE REG-FU-CCUSTO TO REG-PV-CCUSTO.
           IF WRK-PROV-VERBA = 'D'
              IF REG-PV-ANO13 NOT = WRK-ANOATUAL
                 MOVE WRK-ANOATUAL TO REG-PV-ANO13
                 MOVE ZEROS TO REG-PV-PAGO13
              END-IF
              ADD WRK-PROV-BRUTO TO REG-PV-PAGO13
              MOVE REG-PV-SALDO13 TO WRK-PROV-SALDO
           ELSE
              MOVE REG-PV-SALDOFER TO WRK-PROV-SALDO
           END-IF.
           IF WRK-PROV-BRUTO > WRK-PROV-SALDO
              MOVE WRK-PROV-SALDO TO WRK-PROV-CONSUMIDO
              COMPUTE WRK-PROV-EXCEDENTE =
                 WRK-PROV-BRUTO - WRK-PROV-SALDO
           ELSE
              MOVE WRK-PROV-BRUTO TO WRK-PROV-CONSUMIDO
              MOVE ZEROS TO WRK-PROV-EXCEDENTE
           END-IF.
           IF WRK-PROV-VERBA = 'D'
              SUBTRACT WRK-PROV-CONSUMIDO FROM REG-PV-SALDO13
           ELSE
              SUBTRACT WRK-PROV-CONSUMIDO FROM REG-PV-SALDOFER
           END-IF.
           MOVE ZEROS TO WRK-PROV-ALIQ.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4
              ADD WRK-ENC-ALIQ(WRK-IDX) TO WRK-PROV-ALIQ
           END-PERFORM.
           COMPUTE WRK-PROV-ENCARGOS ROUNDED =
              WRK-PROV-CONSUMIDO * WRK-PROV-ALIQ / 100.
           IF WRK-PROV-ENCARGOS > REG-PV-SALDOENC
              MOVE REG-PV-SALDOENC TO WRK-PROV-ENCARGOS
           END-IF.
           SUBTRACT WRK-PROV-ENCARGOS FROM REG-PV-SALDOENC.
           IF WRK-PROV-NOVO = 'S'
              WRITE REG-PROVISAO
                 INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR PROVISAO DA MATRICULA '
                       REG-PV-MATRICULA
              END-WRITE
           ELSE
              REWRITE REG-PROVISAO
                 INVALID KEY
                    DISPLAY 'ERRO AO REGRAVAR PROVISAO DA MATRICULA '
                       REG-PV-MATRICULA
              END-REWRITE
           END-IF.
           CLOSE ARQ-PROVISOES.
           OPEN EXTEND ARQ-MOVPROV.
           IF WRK-FS-MOVPROV = '35'
              OPEN OUTPUT ARQ-MOVPROV
           END-IF.
           MOVE WRK-COMPETENCIA TO REG-PX-COMPETENCIA.
           MOVE WRK-DATASISTEMA TO REG-PX-DATA.
           MOVE REG-FU-MATRICULA TO REG-PX-MATRICULA.
           MOVE REG-FU-CCUSTO TO REG-PX-CCUSTO.
           MOVE 'B' TO REG-PX-TIPO.
           MOVE WRK-PROV-VERBA TO REG-PX-VERBA.
           MOVE WRK-PROV-CONSUMIDO TO REG-PX-VALOR.
           MOVE WRK-PROV-EXCEDENTE TO REG-PX-EXCEDENTE.
           MOVE WRK-OPERADOR TO REG-PX-OPERADOR.
           MOVE REG-FU-EMPRESA TO REG-PX-EMPRESA.
           IF REG-PX-EMPRESA = SPACES
              MOVE '01' TO REG-PX-EMPRESA
           END-IF.
           WRITE REG-MOVPROV.
           IF WRK-PROV-ENCARGOS > 0
              MOVE 'E' TO REG-PX-VERBA
              MOVE WRK-PROV-ENCARGOS TO REG-PX-VALOR
              MOVE ZEROS TO REG-PX-EXCEDENTE
              WRITE REG-MOVPROV
           END-IF.
           CLOSE ARQ-MOVPROV.

       0000-PROCESSARLOTE.
           PERFORM 0000-CARREGARCALENDARIO.
           PERFORM 0000-SITUACAOCOMPETENCIA.
           MOVE 'BRL' TO WRK-MOEDA.
           PERFORM 0000-LOCALIZARMOEDA.
           PERFORM 0000-LIMPARHISCOMP.
           PERFORM 0000-LIMPARENCCOMP.
           OPEN OUTPUT ARQ-FOLHA.
           OPEN OUTPUT ARQ-CONTRACHEQUE.
           MOVE 1 TO WRK-NUM-PAGINA.
              AT END
                 MOVE '10' TO WRK-FS-FUNCIONARIOS
              NOT AT END
                 MOVE REG-FU-EMPRESA TO WRK-EMPRESA-FUNC
                 IF WRK-EMPRESA-FUNC = SPACES
                    MOVE '01' TO WRK-EMPRESA-FUNC
                 END-IF
                 IF WRK-EMPRESA-FUNC = WRK-CIA-EMPRESA
                    MOVE SPACES TO WRK-LINHA-CSV
                    MOVE REG-FU-SALARIO TO WRK-SALARIO-CSV
                    STRING REG-FU-MATRICULA ';' REG-FU-NOME ';'
                       WRK-SALARIO-CSV ';' REG-FU-ULTANOPROC
                       DELIMITED BY SIZE INTO WRK-LINHA-CSV
                    WRITE REG-EXPORTACSV FROM WRK-LINHA-CSV
                 END-IF
           END-READ.

       0000-ESCREVERLINHAFOL.
              AT END
                 MOVE '10' TO WRK-FS-FUNCIONARIOS
              NOT AT END
                 MOVE REG-FU-EMPRESA TO WRK-EMPRESA-FUNC
                 IF WRK-EMPRESA-FUNC = SPACES
                    MOVE '01' TO WRK-EMPRESA-FUNC
                 END-IF
                 IF WRK-EMPRESA-FUNC = WRK-CIA-EMPRESA
                    IF REG-FU-STATUS = 'D'
                       ADD 1 TO WRK-QTD-DESLIG
                       MOVE SPACES TO WRK-LINHA
                       STRING REG-FU-MATRICULA ' ' REG-FU-NOME
                          ' DESLIGADO EM ' REG-FU-DATADEMISSAO
                          ' - NAO REAJUSTADO'
                          DELIMITED BY SIZE INTO WRK-LINHA
                       PERFORM 0000-ESCREVERLINHAFOL
                    ELSE
                    IF REG-FU-ULTANOPROC = WRK-ANOATUAL
                       MOVE REG-FU-MATRICULA TO WRK-MATRICULA
                       MOVE REG-FU-NOME      TO WRK-NOME
                       MOVE REG-FU-SALARIO   TO WRK-SALFINAL
                       PERFORM 0000-APLICARHORAS
                       PERFORM 0000-CONTARDEPENDENTES
                       CALL 'CALCLIQ' USING WRK-SALBRUTO WRK-INSS
                          WRK-IRRF WRK-SALLIQUIDO WRK-QTDDEP
                          WRK-COMPETENCIA
                       PERFORM 0000-DESCONTAREVENTOS
                       MOVE SPACES TO WRK-LINHA
                       STRING REG-FU-MATRICULA ' ' REG-FU-NOME
                          ' JA PROCESSADO NESTE CICLO - REAJUSTE '
                          'IGNORADO'
                          DELIMITED BY SIZE INTO WRK-LINHA
                       PERFORM 0000-ESCREVERLINHAFOL
                       PERFORM 0000-GRAVARCONTRACHEQUE
                       PERFORM 0000-CALCULARENCARGOS
                       PERFORM 0000-ACUMULARCUSTO
                       PERFORM 0000-GRAVARFOLHAHIS
                       PERFORM 0000-GRAVARENCARGO
                    ELSE
                       MOVE REG-FU-MATRICULA TO WRK-MATRICULA
                       MOVE REG-FU-NOME      TO WRK-NOME
                       MOVE REG-FU-ANOENT    TO WRK-ANOENTRADA
                       MOVE REG-FU-MESENT    TO WRK-MESENTRADA
                       MOVE REG-FU-DIAENT    TO WRK-DIAENTRADA
                       MOVE REG-FU-SALARIO   TO WRK-SALARIO
                       MOVE 'S'              TO WRK-EXISTE
                       PERFORM 0200-PROCESSAR
                       MOVE SPACES TO WRK-LINHA
                       STRING REG-FU-MATRICULA ' ' REG-FU-NOME
                          ' SALANT=' WRK-SALARIO
                          ' PERC=' WRK-PERCENTUAL
                          ' SALNOVO=' WRK-SALFINAL
                          ' LIQUIDO=' WRK-SALLIQUIDO
                          DELIMITED BY SIZE INTO WRK-LINHA
                       PERFORM 0000-ESCREVERLINHAFOL
                       PERFORM 0000-GRAVARCONTRACHEQUE
                       PERFORM 0000-CALCULARENCARGOS
                       PERFORM 0000-ACUMULARCUSTO
                       PERFORM 0000-GRAVARFOLHAHIS
                       PERFORM 0000-GRAVARENCARGO
                       PERFORM 0000-GRAVARFUNCIONARIO
                       PERFORM 0000-GRAVARAUDITORIA
                       PERFORM 0000-GRAVARHISTSAL
                       ADD 1 TO WRK-QTD-FUNC
                    END-IF
                    END-IF
                 END-IF
           END-READ.

                 MOVE ZEROS TO WRK-CC-QTD(WRK-CC-IDX)
                 MOVE ZEROS TO WRK-CC-BRUTO(WRK-CC-IDX)
                 MOVE ZEROS TO WRK-CC-LIQUIDO(WRK-CC-IDX)
                 MOVE ZEROS TO WRK-CC-ENCARGOS(WRK-CC-IDX)
              END-IF
           END-IF.
           IF WRK-CC-IDX >= 1 AND WRK-CC-IDX <= WRK-QTD-CC
              ADD 1 TO WRK-CC-QTD(WRK-CC-IDX)
              ADD WRK-SALBRUTO TO WRK-CC-BRUTO(WRK-CC-IDX)
              ADD WRK-SALLIQUIDO TO WRK-CC-LIQUIDO(WRK-CC-IDX)
              ADD WRK-ENCARGOS TO WRK-CC-ENCARGOS(WRK-CC-IDX)
           END-IF.

       0000-CALCULARENCARGOS.
           COMPUTE WRK-FGTS ROUNDED =
              WRK-SALBRUTO * WRK-ENC-ALIQ(1) / 100.
           COMPUTE WRK-INSSEMP ROUNDED =
              WRK-SALBRUTO * WRK-ENC-ALIQ(2) / 100.
           COMPUTE WRK-RAT ROUNDED =
              WRK-SALBRUTO * WRK-ENC-ALIQ(3) / 100.
           COMPUTE WRK-TERCEIROS ROUNDED =
              WRK-SALBRUTO * WRK-ENC-ALIQ(4) / 100.
           COMPUTE WRK-ENCARGOS =
              WRK-FGTS + WRK-INSSEMP + WRK-RAT + WRK-TERCEIROS.

       0000-GRAVARENCARGO.
           OPEN EXTEND ARQ-ENCARGOS.
           IF WRK-FS-ENCARGOS = '35'
              OPEN OUTPUT ARQ-ENCARGOS
           END-IF.
           MOVE WRK-COMPETENCIA TO REG-EN-COMPETENCIA.
           MOVE WRK-MATRICULA TO REG-EN-MATRICULA.
           MOVE REG-FU-CCUSTO TO REG-EN-CCUSTO.
           MOVE WRK-SALBRUTO TO REG-EN-BASE.
           MOVE WRK-INSS TO REG-EN-INSSSEG.
           MOVE WRK-FGTS TO REG-EN-FGTS.
           MOVE WRK-INSSEMP TO REG-EN-INSSEMP.
           MOVE WRK-RAT TO REG-EN-RAT.
           MOVE WRK-TERCEIROS TO REG-EN-TERCEIROS.
           MOVE REG-FU-EMPRESA TO REG-EN-EMPRESA.
           IF REG-EN-EMPRESA = SPACES
              MOVE '01' TO REG-EN-EMPRESA
           END-IF.
           WRITE REG-ENCARGO.
           CLOSE ARQ-ENCARGOS.

       0000-LIMPARENCCOMP.
           OPEN INPUT ARQ-ENCARGOS.
           IF WRK-FS-ENCARGOS NOT = '00'
              CONTINUE
           ELSE
              OPEN OUTPUT ARQ-ENCTMP
              PERFORM 0000-FILTRARENCCOMP
                 UNTIL WRK-FS-ENCARGOS = '10'
              CLOSE ARQ-ENCTMP
              CLOSE ARQ-ENCARGOS
              OPEN INPUT ARQ-ENCTMP
              OPEN OUTPUT ARQ-ENCARGOS
              PERFORM 0000-COPIARENCTMP
                 UNTIL WRK-FS-ENCTMP = '10'
              CLOSE ARQ-ENCARGOS
              CLOSE ARQ-ENCTMP
              MOVE '00' TO WRK-FS-ENCTMP
           END-IF.

       0000-FILTRARENCCOMP.
           READ ARQ-ENCARGOS
              AT END
                 MOVE '10' TO WRK-FS-ENCARGOS
              NOT AT END
                 MOVE REG-EN-EMPRESA TO WRK-EMPRESA-ENC
                 IF WRK-EMPRESA-ENC = SPACES
                    MOVE '01' TO WRK-EMPRESA-ENC
                 END-IF
                 IF REG-EN-COMPETENCIA NOT = WRK-COMPETENCIA
                       OR WRK-EMPRESA-ENC NOT = WRK-CIA-EMPRESA
                    WRITE REG-ENCTMP FROM REG-ENCARGO
                 END-IF
           END-READ.

       0000-COPIARENCTMP.
           READ ARQ-ENCTMP
              AT END
                 MOVE '10' TO WRK-FS-ENCTMP
              NOT AT END
                 WRITE REG-ENCARGO FROM REG-ENCTMP
           END-READ.

       0000-RELATORIOCUSTO.
           OPEN OUTPUT ARQ-RELCUSTO.
                    DELIMITED BY SIZE INTO WRK-LINHA
              END-IF
              WRITE REG-RELCUSTO FROM WRK-LINHA
              COMPUTE WRK-CUSTO-CC = WRK-CC-BRUTO(WRK-CC-IDX)
                 + WRK-CC-ENCARGOS(WRK-CC-IDX)
              MOVE SPACES TO WRK-LINHA
              STRING '   ENCARGOS PATRONAIS='
                 WRK-CC-ENCARGOS(WRK-CC-IDX)
                 ' CUSTO TOTAL=' WRK-CUSTO-CC
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELCUSTO FROM WRK-LINHA
           END-PERFORM.
           CLOSE ARQ-RELCUSTO.

                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-CONTRACHEQUE FROM WRK-LINHA
           END-IF.
           IF WRK-PROV-RETRO > 0
              MOVE SPACES TO WRK-LINHA
              STRING 'DIFERENCAS RETROATIVAS ' WRK-PROV-RETRO
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-CONTRACHEQUE FROM WRK-LINHA
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SALARIO BRUTO ........ ' WRK-SALBRUTO
              DELIMITED BY SIZE INTO WRK-LINHA.
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-CONTRACHEQUE FROM WRK-LINHA
           END-IF.
           IF WRK-PROV-REEMB > 0
              MOVE SPACES TO WRK-LINHA
              STRING 'REEMBOLSO DE DESPESAS  ' WRK-PROV-REEMB
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-CONTRACHEQUE FROM WRK-LINHA
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SALARIO LIQUIDO ...... ' WRK-SALLIQUIDO
              DELIMITED BY SIZE INTO WRK-LINHA.
              AT END
                 MOVE '10' TO WRK-FS-FUNCIONARIOS
              NOT AT END
                 MOVE REG-FU-EMPRESA TO WRK-EMPRESA-FUNC
                 IF WRK-EMPRESA-FUNC = SPACES
                    MOVE '01' TO WRK-EMPRESA-FUNC
                 END-IF
                 IF WRK-EMPRESA-FUNC = WRK-CIA-EMPRESA
                    IF REG-FU-STATUS NOT = 'D'
                       MOVE REG-FU-MATRICULA TO WRK-MATRICULA
                       MOVE REG-FU-NOME TO WRK-NOME
                       MOVE REG-FU-SALARIO TO WRK-SALFINAL
                       PERFORM 0000-APLICARHORAS
                       PERFORM 0000-CONTARDEPENDENTES
                       CALL 'CALCLIQ' USING WRK-SALBRUTO WRK-INSS
                          WRK-IRRF WRK-SALLIQUIDO WRK-QTDDEP
                          WRK-COMPETENCIA
                       PERFORM 0000-DESCONTAREVENTOS
                       PERFORM 0000-GRAVARREMESSA
                       PERFORM 0000-GRAVARREMCTL
                    END-IF
                 END-IF
           END-READ.

                 WRK-COMPETENCIA
              PERFORM 0730-DEMONSTRATIVOFERIAS
              PERFORM 0740-HISTORICOFERIAS
              MOVE 'F' TO WRK-PROV-VERBA
              MOVE WRK-BRUTO-FERIAS TO WRK-PROV-BRUTO
              PERFORM 0000-BAIXARPROVISAO
              MOVE 'P' TO REG-FR-SITUACAO
              REWRITE REG-FERIAS
              DISPLAY 'FERIAS DE ' WRK-DIAS-FERIAS
              AT END
                 MOVE '10' TO WRK-FS-FUNCIONARIOS
              NOT AT END
                 MOVE REG-FU-EMPRESA TO WRK-EMPRESA-FUNC
                 IF WRK-EMPRESA-FUNC = SPACES
                    MOVE '01' TO WRK-EMPRESA-FUNC
                 END-IF
                 IF WRK-EMPRESA-FUNC = WRK-CIA-EMPRESA
                    IF REG-FU-STATUS NOT = 'D'
                       MOVE REG-FU-MATRICULA TO WRK-MATRICULA
                       COMPUTE WRK-TEMPO-MESES =
                          (WRK-ANOATUAL - REG-FU-ANOENT) * 12
                          + (WRK-MESATUAL - REG-FU-MESENT)
                       IF WRK-TEMPO-MESES < 0
                          MOVE 0 TO WRK-TEMPO-MESES
                       END-IF
                       PERFORM 0000-CONTARDEPENDENTES
                       ADD REG-FU-SALARIO TO WRK-TOT-ATUAL
                       MOVE REG-FU-SALARIO TO WRK-SIM-SALARIO
                       CALL 'CALCLIQ' USING WRK-SIM-SALARIO WRK-INSS
                          WRK-IRRF WRK-SIM-LIQ WRK-QTDDEP
                          WRK-COMPETENCIA
                       ADD WRK-SIM-LIQ TO WRK-TOT-LIQATU
                       MOVE 1 TO WRK-SIM-CENARIO
                       PERFORM 0000-SIMULARCENARIO
                       ADD WRK-SIM-SALARIO TO WRK-TOT-SIM1
                       ADD WRK-SIM-LIQ TO WRK-TOT-LIQ1
                       PERFORM 0000-ACUMULARSIMCC
                       MOVE 2 TO WRK-SIM-CENARIO
                       PERFORM 0000-SIMULARCENARIO
                       ADD WRK-SIM-SALARIO TO WRK-TOT-SIM2
                       ADD WRK-SIM-LIQ TO WRK-TOT-LIQ2
                       PERFORM 0000-ACUMULARSIMCC2
                    END-IF
                 END-IF
           END-READ.

           WRITE REG-RELSIMUL FROM WRK-LINHA.
           CLOSE ARQ-RELSIMUL.
           DISPLAY 'SIMULACAO GRAVADA EM SIMULRPT.TXT'.

       0900-GERARSEFIP.
           PERFORM 0000-CARREGARCALENDARIO.
           PERFORM 0000-SITUACAOCOMPETENCIA.
           IF WRK-CAL-STATUS NOT = 'P' AND WRK-CAL-STATUS NOT = 'G'
              DISPLAY 'SEFIP E GUIAS SO PODEM SER GERADOS COM A '
                 'COMPETENCIA APROVADA OU PAGA (SITUACAO ATUAL='
                 WRK-CAL-STATUS ').'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 0910-GRAVARSEFIP
              IF WRK-QTD-SEFIP = 0
                 DISPLAY 'NENHUM ENCARGO CALCULADO PARA A '
                    'COMPETENCIA ' WRK-COMPETENCIA
                    ', REPROCESSE A FOLHA EM LOTE.'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM 0920-GERARGUIAS
              END-IF
           END-IF.

       0910-GRAVARSEFIP.
           MOVE ZEROS TO WRK-QTD-SEFIP WRK-TOT-BASE WRK-TOT-FGTS
              WRK-TOT-GPS.
           OPEN OUTPUT ARQ-SEFIP.
           MOVE WRK-COMPETENCIA TO WRK-SH-COMPETENCIA.
           MOVE WRK-DATASISTEMA TO WRK-SH-DATA.
           WRITE REG-SEFIP FROM WRK-SEFIP-HEADER.
           OPEN INPUT ARQ-ENCARGOS.
           IF WRK-FS-ENCARGOS = '00'
              PERFORM 0000-SEFIPUMFUNC
                 UNTIL WRK-FS-ENCARGOS = '10'
              CLOSE ARQ-ENCARGOS
           END-IF.
           MOVE WRK-QTD-SEFIP TO WRK-ST-QTD.
           MOVE WRK-TOT-BASE TO WRK-ST-BASE.
           MOVE WRK-TOT-FGTS TO WRK-ST-FGTS.
           MOVE WRK-TOT-GPS TO WRK-ST-GPS.
           WRITE REG-SEFIP FROM WRK-SEFIP-TRAILER.
           CLOSE ARQ-SEFIP.
           DISPLAY 'ARQUIVO SEFIP.TXT GERADO COM ' WRK-QTD-SEFIP
              ' FUNCIONARIOS.'.
           MOVE 'SEFIP.TXT' TO WRK-NOME-RELAT.
           MOVE 'PRGCOB07' TO WRK-LOG-PROGRAMA.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.

       0000-SEFIPUMFUNC.
           READ ARQ-ENCARGOS
              AT END
                 MOVE '10' TO WRK-FS-ENCARGOS
              NOT AT END
                 MOVE REG-EN-EMPRESA TO WRK-EMPRESA-ENC
                 IF WRK-EMPRESA-ENC = SPACES
                    MOVE '01' TO WRK-EMPRESA-ENC
                 END-IF
                 IF REG-EN-COMPETENCIA = WRK-COMPETENCIA
                       AND WRK-EMPRESA-ENC = WRK-CIA-EMPRESA
                    MOVE REG-EN-MATRICULA TO WRK-SD-MATRICULA
                    MOVE REG-EN-MATRICULA TO REG-FU-MATRICULA
                    READ ARQ-FUNCIONARIOS
                       INVALID KEY
                          MOVE SPACES TO WRK-SD-NOME
                       NOT INVALID KEY
                          MOVE REG-FU-NOME TO WRK-SD-NOME
                    END-READ
                    MOVE REG-EN-CCUSTO TO WRK-SD-CCUSTO
                    MOVE REG-EN-BASE TO WRK-SD-BASE
                    MOVE REG-EN-FGTS TO WRK-SD-FGTS
                    MOVE REG-EN-INSSSEG TO WRK-SD-INSSSEG
                    MOVE REG-EN-INSSEMP TO WRK-SD-INSSEMP
                    MOVE REG-EN-RAT TO WRK-SD-RAT
                    MOVE REG-EN-TERCEIROS TO WRK-SD-TERCEIROS
                    WRITE REG-SEFIP FROM WRK-SEFIP-DETALHE
                    ADD 1 TO WRK-QTD-SEFIP
                    ADD REG-EN-BASE TO WRK-TOT-BASE
                    ADD REG-EN-FGTS TO WRK-TOT-FGTS
                    ADD REG-EN-INSSSEG REG-EN-INSSEMP REG-EN-RAT
                       REG-EN-TERCEIROS TO WRK-TOT-GPS
                 END-IF
           END-READ.

       0920-GERARGUIAS.
           OPEN I-O ARQ-PAGAR.
           IF WRK-FS-PAGAR = '35'
              OPEN OUTPUT ARQ-PAGAR
              CLOSE ARQ-PAGAR
              OPEN I-O ARQ-PAGAR
           END-IF.
           MOVE 'N' TO WRK-GUIA-EXISTE.
           MOVE ZEROS TO REG-AP-NUMERO.
           START ARQ-PAGAR KEY IS NOT LESS THAN REG-AP-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-PAGAR
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PAGAR
           END-START.
           PERFORM 0000-PROCURARGUIA UNTIL WRK-FS-PAGAR = '10'.
           IF WRK-GUIA-EXISTE = 'S'
              DISPLAY 'GUIAS DE ENCARGOS DA COMPETENCIA '
                 WRK-COMPETENCIA ' JA GERADAS NO CONTAS A PAGAR, '
                 'TITULOS NAO DUPLICADOS.'
           ELSE
              MOVE ZEROS TO WRK-QTD-GUIAS
              COMPUTE WRK-VG-ANO = WRK-COMPETENCIA / 100
              COMPUTE WRK-VG-MES =
                 WRK-COMPETENCIA - (WRK-VG-ANO * 100) + 1
              IF WRK-VG-MES > 12
                 MOVE 1 TO WRK-VG-MES
                 ADD 1 TO WRK-VG-ANO
              END-IF
              PERFORM 0000-LERNUMTITULO
              IF WRK-TOT-FGTS > 0
                 MOVE WRK-ENC-DIA(1) TO WRK-VG-DIA
                 MOVE WRK-ENC-CREDOR(1) TO REG-AP-FORNECEDOR
                 MOVE WRK-TOT-FGTS TO REG-AP-VALOR
                 MOVE 1 TO REG-AP-TRIBUTO
                 PERFORM 0000-GRAVARGUIA
              END-IF
              IF WRK-TOT-GPS > 0
                 MOVE WRK-ENC-DIA(2) TO WRK-VG-DIA
                 MOVE WRK-ENC-CREDOR(2) TO REG-AP-FORNECEDOR
                 MOVE WRK-TOT-GPS TO REG-AP-VALOR
                 MOVE 2 TO REG-AP-TRIBUTO
                 PERFORM 0000-GRAVARGUIA
              END-IF
              PERFORM 0000-GRAVARNUMTITULO
              DISPLAY WRK-QTD-GUIAS ' GUIA(S) GERADA(S) NO CONTAS A '
                 'PAGAR: FGTS=' WRK-TOT-FGTS ' GPS=' WRK-TOT-GPS
              MOVE 'PRGCOB07' TO WRK-LOG-PROGRAMA
              STRING 'GUIAS ENCARGOS COMP=' WRK-COMPETENCIA
                 ' QTD=' WRK-QTD-GUIAS
                 ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-IF.
           CLOSE ARQ-PAGAR.

       0000-PROCURARGUIA.
           READ ARQ-PAGAR NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PAGAR
              NOT AT END
                 MOVE REG-AP-EMPRESA TO WRK-EMPRESA-ENC
                 IF WRK-EMPRESA-ENC = SPACES
                    MOVE '01' TO WRK-EMPRESA-ENC
                 END-IF
                 IF REG-AP-ORIGEM = 'F'
                       AND REG-AP-REFERENCIA = WRK-COMPETENCIA
                       AND WRK-EMPRESA-ENC = WRK-CIA-EMPRESA
                    MOVE 'S' TO WRK-GUIA-EXISTE
                 END-IF
           END-READ.

       0000-GRAVARGUIA.
           ADD 1 TO WRK-NUM-TITULO.
           MOVE WRK-NUM-TITULO TO REG-AP-NUMERO.
           MOVE WRK-DATASISTEMA TO REG-AP-EMISSAO.
           MOVE WRK-VENC-GUIA-N TO REG-AP-VENCIMENTO.
           MOVE 'F' TO REG-AP-ORIGEM.
           MOVE WRK-COMPETENCIA TO REG-AP-REFERENCIA.
           MOVE 'A' TO REG-AP-STATUS.
           MOVE ZEROS TO REG-AP-DATAPAGTO.
           MOVE ZEROS TO REG-AP-VALORPAGO.
           MOVE SPACES TO REG-AP-SERVICO.
           MOVE 'A' TO REG-AP-RETSIT.
           MOVE ZEROS TO REG-AP-RETIDO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 6
              MOVE ZEROS TO REG-AP-RETENCAO(WRK-IDX)
           END-PERFORM.
           MOVE WRK-CIA-EMPRESA TO REG-AP-EMPRESA.
           MOVE ZEROS TO REG-AP-DATAREM.
           MOVE SPACES TO REG-AP-MOTIVO.
           WRITE REG-PAGAR
              INVALID KEY
                 DISPLAY 'TITULO JA EXISTENTE, NUMERO '
                    WRK-NUM-TITULO
              NOT INVALID KEY
                 ADD 1 TO WRK-QTD-GUIAS
           END-WRITE.

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

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'APCTRL.DAT' TO WRK-NOME-APCTRL.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-APCTRL WRK-CIA-VALIDO.
