       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCERANO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PERIODOS ASSIGN TO WRK-NOME-PERCONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODOS.
           SELECT ARQ-LANCTOS ASSIGN TO "LANCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCTOS.
           SELECT ARQ-PLANO ASSIGN TO "PLANOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PL-CONTA
               FILE STATUS IS WRK-FS-PLANO.
           SELECT ARQ-CONTAMAP ASSIGN TO "CONTAMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTAMAP.
           SELECT ARQ-RELENC ASSIGN TO "ENCERANO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELENC.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PERIODOS.
       01 REG-PERIODO.
          02 REG-PC-COMPETENCIA PIC 9(06).
          02 REG-PC-STATUS      PIC X(01).
          02 REG-PC-EXTRAIDO    PIC X(01).
       FD ARQ-LANCTOS.
       01 REG-LANCTO.
       COPY LCTREG.
       FD ARQ-PLANO.
       01 REG-PLANO.
          02 REG-PL-CONTA      PIC 9(06).
          02 REG-PL-DESCRICAO  PIC X(30).
          02 REG-PL-TIPO       PIC X(01).
          02 REG-PL-STATUS     PIC X(01).
       FD ARQ-CONTAMAP.
       01 REG-CONTAMAP.
          02 REG-CM-EVENTO     PIC X(08).
          02 REG-CM-DEBITO     PIC 9(06).
          02 REG-CM-CREDITO    PIC 9(06).
       FD ARQ-RELENC.
       01 REG-RELENC           PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-PERIODOS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-LANCTOS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PLANO     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CONTAMAP  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELENC    PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'ENCERANO'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-ACAO-DUPLO   PIC X(08)     VALUE 'ENCERANO'.
       77 WRK-APROVADO     PIC X(01)     VALUE 'N'.
       77 WRK-PODE-ENCERRAR PIC X(01)    VALUE 'S'.
       77 WRK-ANO          PIC 9(04)     VALUE ZEROS.
       77 WRK-MES          PIC 9(02)     VALUE ZEROS.
       77 WRK-COMPETENCIA  PIC 9(06)     VALUE ZEROS.
       77 WRK-DATA-ENC     PIC 9(08)     VALUE ZEROS.
       77 WRK-DATA-ABE     PIC 9(08)     VALUE ZEROS.
       77 WRK-ANO-ABE      PIC 9(04)     VALUE ZEROS.
       77 WRK-QTD-PER      PIC 9(03)     VALUE ZEROS.
       77 WRK-PER-IDX      PIC 9(03)     VALUE ZEROS.
       77 WRK-PER-ACHADO   PIC X(01)     VALUE 'N'.
       77 WRK-QTD-CONTAS   PIC 9(03)     VALUE ZEROS.
       77 WRK-CONTA-IDX    PIC 9(03)     VALUE ZEROS.
       77 WRK-POS          PIC 9(03)     VALUE ZEROS.
       77 WRK-IDX          PIC 9(03)     VALUE ZEROS.
       77 WRK-CONTA-BUSCA  PIC 9(06)     VALUE ZEROS.
       77 WRK-TABELA-CHEIA PIC X(01)     VALUE 'N'.
       77 WRK-CONTA-ARE    PIC 9(06)     VALUE 239001.
       77 WRK-CONTA-LPA    PIC 9(06)     VALUE 231001.
       77 WRK-IDX-ARE      PIC 9(03)     VALUE ZEROS.
       77 WRK-IDX-LPA      PIC 9(03)     VALUE ZEROS.
       77 WRK-TOT-DEB      PIC 9(13)V99  VALUE ZEROS.
       77 WRK-TOT-CRE      PIC 9(13)V99  VALUE ZEROS.
       77 WRK-TOT-RECEITAS PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-DESPESAS PIC S9(13)V99 VALUE ZEROS.
       77 WRK-RESULTADO    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-QTD-ENC      PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-ABE      PIC 9(05)     VALUE ZEROS.
       77 WRK-LOTE         PIC 9(08)     VALUE ZEROS.
       77 WRK-DATA-LC      PIC 9(08)     VALUE ZEROS.
       77 WRK-EVENTO-LC    PIC X(08)     VALUE SPACES.
       77 WRK-TIPOLOTE-LC  PIC X(01)     VALUE SPACES.
       77 WRK-CONTA-LC     PIC 9(06)     VALUE ZEROS.
       77 WRK-DC-LC        PIC X(01)     VALUE SPACES.
       77 WRK-VALOR-LC     PIC 9(11)V99  VALUE ZEROS.
       77 WRK-SALDO        PIC S9(13)V99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-LC-ED  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-NOME-PERCONT PIC X(12)     VALUE 'PERCONT.DAT'.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-EMPRESA-LANC PIC X(02)     VALUE SPACES.
       01 WRK-PER-TAB.
          02 WRK-PER-ITEM OCCURS 120 TIMES.
             03 WRK-PER-COMP    PIC 9(06).
             03 WRK-PER-SIT     PIC X(01).
             03 WRK-PER-EXT     PIC X(01).
       01 WRK-CONTAS-TAB.
          02 WRK-CONTA-ITEM OCCURS 300 TIMES.
             03 WRK-CT-CONTA    PIC 9(06).
             03 WRK-CT-TIPO     PIC X(01).
             03 WRK-CT-SALDO    PIC S9(13)V99.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           DISPLAY ' EXERCICIO A ENCERRAR (AAAA)?'.
           ACCEPT WRK-ANO.
           IF WRK-ANO < 1900 OR WRK-ANO NOT < WRK-ANOSISTEMA + 1
              DISPLAY 'EXERCICIO INVALIDO.'
              GOBACK
           END-IF.
           COMPUTE WRK-DATA-ENC = (WRK-ANO * 10000) + 1231.
           COMPUTE WRK-ANO-ABE = WRK-ANO + 1.
           COMPUTE WRK-DATA-ABE = (WRK-ANO-ABE * 10000) + 0101.
           MOVE 'S' TO WRK-PODE-ENCERRAR.
           PERFORM 0002-CONFERIRPERIODOS.
           IF WRK-PODE-ENCERRAR = 'S'
              PERFORM 0003-APURARSALDOS
           END-IF.
           IF WRK-PODE-ENCERRAR = 'S'
              PERFORM 0004-CLASSIFICARCONTAS
           END-IF.
           IF WRK-PODE-ENCERRAR = 'N'
              DISPLAY 'ENCERRAMENTO DO EXERCICIO ' WRK-ANO
                 ' RECUSADO.'
              GOBACK
           END-IF.
           MOVE WRK-RESULTADO TO WRK-VALOR-ED.
           MOVE WRK-TOT-RECEITAS TO WRK-VALOR-LC-ED.
           DISPLAY 'SALDO DAS CONTAS DE RECEITA (CREDOR)='
              WRK-VALOR-LC-ED.
           MOVE WRK-TOT-DESPESAS TO WRK-VALOR-LC-ED.
           DISPLAY 'SALDO DAS CONTAS DE DESPESA (DEVEDOR)='
              WRK-VALOR-LC-ED.
           DISPLAY 'RESULTADO DO EXERCICIO ' WRK-ANO '='
              WRK-VALOR-ED.
           DISPLAY 'APURACAO=' WRK-CONTA-ARE
              ' LUCROS/PREJUIZOS ACUMULADOS=' WRK-CONTA-LPA.
           DISPLAY ' CONFIRMA O ENCERRAMENTO DO EXERCICIO? (S/N)'.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
              GOBACK
           END-IF.
           CALL 'APROVSRV' USING WRK-ACAO-DUPLO
              WRK-OPERADOR WRK-APROVADO.
           IF WRK-APROVADO = 'N'
              DISPLAY 'ENCERRAMENTO EXIGE APROVACAO PREVIA DE '
                 'OUTRO SUPERVISOR (SOLICITE A ACAO ENCERANO '
                 'NO DUPLO CONTROLE).'
              GOBACK
           END-IF.
           OPEN OUTPUT ARQ-RELENC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ENCERRAMENTO DO EXERCICIO ' WRK-ANO
              ' - EMISSAO ' WRK-DATASISTEMA
              ' OPERADOR ' WRK-OPERADOR
              ' EMPRESA ' WRK-CIA-EMPRESA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELENC FROM WRK-LINHA.
           OPEN EXTEND ARQ-LANCTOS.
           PERFORM 0005-GRAVARENCERRAMENTO.
           PERFORM 0006-GRAVARABERTURA.
           CLOSE ARQ-LANCTOS.
           PERFORM 0007-BLOQUEAREXERCICIO.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELENC FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RESULTADO TRANSFERIDO=' WRK-VALOR-ED
              ' PARTIDAS ENCERRAMENTO=' WRK-QTD-ENC
              ' ABERTURA=' WRK-QTD-ABE
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELENC FROM WRK-LINHA.
           CLOSE ARQ-RELENC.
           DISPLAY 'EXERCICIO ' WRK-ANO ' ENCERRADO. LOTE '
              WRK-DATA-ENC ' (ENCERRAMENTO) E LOTE ' WRK-DATA-ABE
              ' (ABERTURA) GRAVADOS EM LANCTOS.DAT.'.
           DISPLAY 'RELATORIO GRAVADO EM ENCERANO.TXT'.
           STRING 'EXERCICIO ' WRK-ANO ' ENCERRADO RESULTADO='
              WRK-VALOR-ED ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           MOVE 'W' TO WRK-LOG-SEVERIDADE.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.
           MOVE 'ENCERANO.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           GOBACK.

       0002-CONFERIRPERIODOS.
           MOVE ZEROS TO WRK-QTD-PER.
           OPEN INPUT ARQ-PERIODOS.
           IF WRK-FS-PERIODOS = '00'
              PERFORM 0000-LERPERIODO
                 UNTIL WRK-FS-PERIODOS = '10'
              CLOSE ARQ-PERIODOS
           END-IF.
           PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12
              COMPUTE WRK-COMPETENCIA = (WRK-ANO * 100) + WRK-MES
              PERFORM 0000-LOCALIZARPERIODO
              EVALUATE TRUE
                 WHEN WRK-PER-ACHADO = 'N'
                    MOVE 'N' TO WRK-PODE-ENCERRAR
                    DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' NAO CADASTRADA NO PERCONT.'
                 WHEN WRK-PER-SIT(WRK-PER-IDX) = 'E'
                    MOVE 'N' TO WRK-PODE-ENCERRAR
                    DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' JA ENCERRADA.'
                 WHEN WRK-PER-SIT(WRK-PER-IDX) NOT = 'F'
                    MOVE 'N' TO WRK-PODE-ENCERRAR
                    DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' AINDA ABERTA.'
              END-EVALUATE
           END-PERFORM.

       0000-LERPERIODO.
           READ ARQ-PERIODOS
              AT END
                 MOVE '10' TO WRK-FS-PERIODOS
              NOT AT END
                 IF WRK-QTD-PER < 120
                    ADD 1 TO WRK-QTD-PER
                    MOVE REG-PC-COMPETENCIA
                       TO WRK-PER-COMP(WRK-QTD-PER)
                    MOVE REG-PC-STATUS
                       TO WRK-PER-SIT(WRK-QTD-PER)
                    MOVE REG-PC-EXTRAIDO
                       TO WRK-PER-EXT(WRK-QTD-PER)
                 END-IF
           END-READ.

       0000-LOCALIZARPERIODO.
           MOVE 'N' TO WRK-PER-ACHADO.
           PERFORM VARYING WRK-PER-IDX FROM 1 BY 1
                 UNTIL WRK-PER-IDX > WRK-QTD-PER
                    OR WRK-PER-ACHADO = 'S'
              IF WRK-PER-COMP(WRK-PER-IDX) = WRK-COMPETENCIA
                 MOVE 'S' TO WRK-PER-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-PER-ACHADO = 'S'
              SUBTRACT 1 FROM WRK-PER-IDX
           END-IF.

       0003-APURARSALDOS.
           MOVE ZEROS TO WRK-QTD-CONTAS WRK-TOT-DEB WRK-TOT-CRE.
           MOVE 'N' TO WRK-TABELA-CHEIA.
           OPEN INPUT ARQ-LANCTOS.
           IF WRK-FS-LANCTOS NOT = '00'
              MOVE 'N' TO WRK-PODE-ENCERRAR
              DISPLAY 'ARQUIVO DE LANCAMENTOS (LANCTOS.DAT) NAO '
                 'ENCONTRADO.'
           ELSE
              PERFORM 0000-ACUMULARLANCTO
                 UNTIL WRK-FS-LANCTOS = '10'
              CLOSE ARQ-LANCTOS
              IF WRK-TABELA-CHEIA = 'S' OR WRK-QTD-CONTAS > 298
                 MOVE 'N' TO WRK-PODE-ENCERRAR
                 DISPLAY 'MAIS DE 300 CONTAS MOVIMENTADAS.'
              END-IF
              IF WRK-TOT-DEB NOT = WRK-TOT-CRE
                 MOVE 'N' TO WRK-PODE-ENCERRAR
                 DISPLAY 'LANCAMENTOS ATE ' WRK-DATA-ENC
                    ' DESBALANCEADOS DEBITOS=' WRK-TOT-DEB
                    ' CREDITOS=' WRK-TOT-CRE
              END-IF
           END-IF.

       0000-ACUMULARLANCTO.
           READ ARQ-LANCTOS
              AT END
                 MOVE '10' TO WRK-FS-LANCTOS
              NOT AT END
                 MOVE REG-LC-EMPRESA TO WRK-EMPRESA-LANC
                 IF WRK-EMPRESA-LANC = SPACES
                    MOVE '01' TO WRK-EMPRESA-LANC
                 END-IF
                 IF WRK-EMPRESA-LANC = WRK-CIA-EMPRESA
                    IF REG-LC-TIPOLOTE = 'E'
                          AND REG-LC-LOTE = WRK-DATA-ENC
                       MOVE 'N' TO WRK-PODE-ENCERRAR
                       MOVE '10' TO WRK-FS-LANCTOS
                       DISPLAY 'LOTE DE ENCERRAMENTO ' WRK-DATA-ENC
                          ' JA EXISTE EM LANCTOS.DAT.'
                    ELSE
                       IF REG-LC-DATA <= WRK-DATA-ENC
                             AND REG-LC-TIPOLOTE NOT = 'O'
                          MOVE REG-LC-CONTA TO WRK-CONTA-BUSCA
                          PERFORM 0000-LOCALIZARCONTA
                          IF WRK-CONTA-IDX > 0
                             IF REG-LC-DC = 'D'
                                ADD REG-LC-VALOR
                                   TO WRK-CT-SALDO(WRK-CONTA-IDX)
                                ADD REG-LC-VALOR TO WRK-TOT-DEB
                             ELSE
                                SUBTRACT REG-LC-VALOR
                                   FROM WRK-CT-SALDO(WRK-CONTA-IDX)
                                ADD REG-LC-VALOR TO WRK-TOT-CRE
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0000-LOCALIZARCONTA.
           PERFORM VARYING WRK-POS FROM 1 BY 1
                 UNTIL WRK-POS > WRK-QTD-CONTAS
                    OR WRK-CT-CONTA(WRK-POS) NOT < WRK-CONTA-BUSCA
              CONTINUE
           END-PERFORM.
           IF WRK-POS <= WRK-QTD-CONTAS
                 AND WRK-CT-CONTA(WRK-POS) = WRK-CONTA-BUSCA
              MOVE WRK-POS TO WRK-CONTA-IDX
           ELSE
              IF WRK-QTD-CONTAS < 300
                 PERFORM VARYING WRK-IDX FROM WRK-QTD-CONTAS BY -1
                       UNTIL WRK-IDX < WRK-POS
                    MOVE WRK-CONTA-ITEM(WRK-IDX)
                       TO WRK-CONTA-ITEM(WRK-IDX + 1)
                 END-PERFORM
                 ADD 1 TO WRK-QTD-CONTAS
                 MOVE WRK-CONTA-BUSCA TO WRK-CT-CONTA(WRK-POS)
                 MOVE SPACES TO WRK-CT-TIPO(WRK-POS)
                 MOVE ZEROS TO WRK-CT-SALDO(WRK-POS)
                 MOVE WRK-POS TO WRK-CONTA-IDX
              ELSE
                 MOVE 'S' TO WRK-TABELA-CHEIA
                 MOVE ZEROS TO WRK-CONTA-IDX
              END-IF
           END-IF.

       0004-CLASSIFICARCONTAS.
           OPEN INPUT ARQ-CONTAMAP.
           IF WRK-FS-CONTAMAP = '00'
              PERFORM 0000-LERMAPA UNTIL WRK-FS-CONTAMAP = '10'
              CLOSE ARQ-CONTAMAP
           END-IF.
           OPEN INPUT ARQ-PLANO.
           IF WRK-FS-PLANO NOT = '00'
              MOVE 'N' TO WRK-PODE-ENCERRAR
              DISPLAY 'PLANO DE CONTAS (PLANOMF.DAT) NAO ENCONTRADO.'
           ELSE
              PERFORM 0000-CONFERIRCONTASENC
              MOVE ZEROS TO WRK-TOT-RECEITAS WRK-TOT-DESPESAS
              PERFORM VARYING WRK-CONTA-IDX FROM 1 BY 1
                    UNTIL WRK-CONTA-IDX > WRK-QTD-CONTAS
                 PERFORM 0000-CLASSIFICARCONTA
              END-PERFORM
              CLOSE ARQ-PLANO
              COMPUTE WRK-RESULTADO =
                 0 - WRK-TOT-RECEITAS - WRK-TOT-DESPESAS
           END-IF.

       0000-LERMAPA.
           READ ARQ-CONTAMAP
              AT END
                 MOVE '10' TO WRK-FS-CONTAMAP
              NOT AT END
                 IF REG-CM-EVENTO = 'ENCERRA'
                    MOVE REG-CM-DEBITO TO WRK-CONTA-ARE
                    MOVE REG-CM-CREDITO TO WRK-CONTA-LPA
                 END-IF
           END-READ.

       0000-CONFERIRCONTASENC.
           MOVE WRK-CONTA-ARE TO REG-PL-CONTA.
           READ ARQ-PLANO
              INVALID KEY
                 MOVE 'N' TO WRK-PODE-ENCERRAR
                 DISPLAY 'CONTA DE APURACAO DO RESULTADO '
                    WRK-CONTA-ARE ' NAO CADASTRADA (EVENTO '
                    'ENCERRA DO CONTAMAP).'
              NOT INVALID KEY
                 IF REG-PL-STATUS NOT = 'A' OR REG-PL-TIPO = 'R'
                       OR REG-PL-TIPO = 'D'
                    MOVE 'N' TO WRK-PODE-ENCERRAR
                    DISPLAY 'CONTA DE APURACAO ' WRK-CONTA-ARE
                       ' INATIVA OU DE RESULTADO.'
                 END-IF
           END-READ.
           MOVE WRK-CONTA-LPA TO REG-PL-CONTA.
           READ ARQ-PLANO
              INVALID KEY
                 MOVE 'N' TO WRK-PODE-ENCERRAR
                 DISPLAY 'CONTA DE LUCROS/PREJUIZOS ACUMULADOS '
                    WRK-CONTA-LPA ' NAO CADASTRADA (EVENTO '
                    'ENCERRA DO CONTAMAP).'
              NOT INVALID KEY
                 IF REG-PL-STATUS NOT = 'A' OR REG-PL-TIPO = 'R'
                       OR REG-PL-TIPO = 'D'
                    MOVE 'N' TO WRK-PODE-ENCERRAR
                    DISPLAY 'CONTA DE LUCROS ACUMULADOS '
                       WRK-CONTA-LPA ' INATIVA OU DE RESULTADO.'
                 END-IF
           END-READ.

       0000-CLASSIFICARCONTA.
           MOVE WRK-CT-CONTA(WRK-CONTA-IDX) TO REG-PL-CONTA.
           READ ARQ-PLANO
              INVALID KEY
                 IF WRK-CT-SALDO(WRK-CONTA-IDX) NOT = 0
                    MOVE 'N' TO WRK-PODE-ENCERRAR
                    DISPLAY 'CONTA ' WRK-CT-CONTA(WRK-CONTA-IDX)
                       ' COM SALDO E SEM CADASTRO NO PLANO DE '
                       'CONTAS.'
                 END-IF
              NOT INVALID KEY
                 MOVE REG-PL-TIPO TO WRK-CT-TIPO(WRK-CONTA-IDX)
                 IF REG-PL-TIPO = 'R'
                    ADD WRK-CT-SALDO(WRK-CONTA-IDX)
                       TO WRK-TOT-RECEITAS
                 END-IF
                 IF REG-PL-TIPO = 'D'
                    ADD WRK-CT-SALDO(WRK-CONTA-IDX)
                       TO WRK-TOT-DESPESAS
                 END-IF
           END-READ.

       0005-GRAVARENCERRAMENTO.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELENC FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LANCAMENTOS DE ENCERRAMENTO - LOTE '
              WRK-DATA-ENC
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELENC FROM WRK-LINHA.
           MOVE ZEROS TO WRK-QTD-ENC.
           MOVE WRK-DATA-ENC TO WRK-LOTE WRK-DATA-LC.
           MOVE 'E' TO WRK-TIPOLOTE-LC.
           MOVE 'ENCERRA' TO WRK-EVENTO-LC.
           MOVE WRK-CONTA-ARE TO WRK-CONTA-BUSCA.
           PERFORM 0000-LOCALIZARCONTA.
           MOVE WRK-CONTA-LPA TO WRK-CONTA-BUSCA.
           PERFORM 0000-LOCALIZARCONTA.
           MOVE WRK-CONTA-IDX TO WRK-IDX-LPA.
           MOVE WRK-CONTA-ARE TO WRK-CONTA-BUSCA.
           PERFORM 0000-LOCALIZARCONTA.
           MOVE WRK-CONTA-IDX TO WRK-IDX-ARE.
           PERFORM VARYING WRK-CONTA-IDX FROM 1 BY 1
                 UNTIL WRK-CONTA-IDX > WRK-QTD-CONTAS
              IF (WRK-CT-TIPO(WRK-CONTA-IDX) = 'R'
                    OR WRK-CT-TIPO(WRK-CONTA-IDX) = 'D')
                    AND WRK-CT-SALDO(WRK-CONTA-IDX) NOT = 0
                 PERFORM 0000-ENCERRARCONTA
              END-IF
           END-PERFORM.
           IF WRK-CONTA-ARE NOT = WRK-CONTA-LPA
                 AND WRK-CT-SALDO(WRK-IDX-ARE) NOT = 0
              IF WRK-CT-SALDO(WRK-IDX-ARE) < 0
                 COMPUTE WRK-VALOR-LC = 0 - WRK-CT-SALDO(WRK-IDX-ARE)
                 MOVE WRK-CONTA-ARE TO WRK-CONTA-LC
                 MOVE 'D' TO WRK-DC-LC
                 PERFORM 0000-GRAVARPARTIDA
                 MOVE WRK-CONTA-LPA TO WRK-CONTA-LC
                 MOVE 'C' TO WRK-DC-LC
                 PERFORM 0000-GRAVARPARTIDA
              ELSE
                 MOVE WRK-CT-SALDO(WRK-IDX-ARE) TO WRK-VALOR-LC
                 MOVE WRK-CONTA-LPA TO WRK-CONTA-LC
                 MOVE 'D' TO WRK-DC-LC
                 PERFORM 0000-GRAVARPARTIDA
                 MOVE WRK-CONTA-ARE TO WRK-CONTA-LC
                 MOVE 'C' TO WRK-DC-LC
                 PERFORM 0000-GRAVARPARTIDA
              END-IF
              ADD WRK-CT-SALDO(WRK-IDX-ARE)
                 TO WRK-CT-SALDO(WRK-IDX-LPA)
              MOVE ZEROS TO WRK-CT-SALDO(WRK-IDX-ARE)
           END-IF.

       0000-ENCERRARCONTA.
           IF WRK-CT-SALDO(WRK-CONTA-IDX) > 0
              MOVE WRK-CT-SALDO(WRK-CONTA-IDX) TO WRK-VALOR-LC
              MOVE WRK-CONTA-ARE TO WRK-CONTA-LC
              MOVE 'D' TO WRK-DC-LC
              PERFORM 0000-GRAVARPARTIDA
              MOVE WRK-CT-CONTA(WRK-CONTA-IDX) TO WRK-CONTA-LC
              MOVE 'C' TO WRK-DC-LC
              PERFORM 0000-GRAVARPARTIDA
           ELSE
              COMPUTE WRK-VALOR-LC = 0 - WRK-CT-SALDO(WRK-CONTA-IDX)
              MOVE WRK-CT-CONTA(WRK-CONTA-IDX) TO WRK-CONTA-LC
              MOVE 'D' TO WRK-DC-LC
              PERFORM 0000-GRAVARPARTIDA
              MOVE WRK-CONTA-ARE TO WRK-CONTA-LC
              MOVE 'C' TO WRK-DC-LC
              PERFORM 0000-GRAVARPARTIDA
           END-IF.
           ADD WRK-CT-SALDO(WRK-CONTA-IDX) TO WRK-CT-SALDO(WRK-IDX-ARE).
           MOVE ZEROS TO WRK-CT-SALDO(WRK-CONTA-IDX).

       0006-GRAVARABERTURA.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELENC FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SALDOS DE ABERTURA DE ' WRK-ANO-ABE
              ' - LOTE ' WRK-DATA-ABE
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELENC FROM WRK-LINHA.
           MOVE ZEROS TO WRK-QTD-ABE.
           MOVE WRK-DATA-ABE TO WRK-LOTE WRK-DATA-LC.
           MOVE 'O' TO WRK-TIPOLOTE-LC.
           MOVE 'ABERTURA' TO WRK-EVENTO-LC.
           PERFORM VARYING WRK-CONTA-IDX FROM 1 BY 1
                 UNTIL WRK-CONTA-IDX > WRK-QTD-CONTAS
              IF WRK-CT-TIPO(WRK-CONTA-IDX) NOT = 'R'
                    AND WRK-CT-TIPO(WRK-CONTA-IDX) NOT = 'D'
                    AND WRK-CT-SALDO(WRK-CONTA-IDX) NOT = 0
                 MOVE WRK-CT-CONTA(WRK-CONTA-IDX) TO WRK-CONTA-LC
                 IF WRK-CT-SALDO(WRK-CONTA-IDX) > 0
                    MOVE WRK-CT-SALDO(WRK-CONTA-IDX) TO WRK-VALOR-LC
                    MOVE 'D' TO WRK-DC-LC
                 ELSE
                    COMPUTE WRK-VALOR-LC =
                       0 - WRK-CT-SALDO(WRK-CONTA-IDX)
                    MOVE 'C' TO WRK-DC-LC
                 END-IF
                 PERFORM 0000-GRAVARPARTIDA
                 ADD 1 TO WRK-QTD-ABE
              END-IF
           END-PERFORM.

       0000-GRAVARPARTIDA.
           MOVE WRK-LOTE TO REG-LC-LOTE.
           MOVE WRK-DATA-LC TO REG-LC-DATA.
           MOVE WRK-EVENTO-LC TO REG-LC-EVENTO.
           MOVE WRK-CONTA-LC TO REG-LC-CONTA.
           MOVE WRK-DC-LC TO REG-LC-DC.
           MOVE WRK-VALOR-LC TO REG-LC-VALOR.
           MOVE SPACES TO REG-LC-FILIAL.
           MOVE WRK-TIPOLOTE-LC TO REG-LC-TIPOLOTE.
           MOVE SPACES TO REG-LC-CCUSTO.
           MOVE WRK-CIA-EMPRESA TO REG-LC-EMPRESA.
           WRITE REG-LANCTO.
           IF WRK-TIPOLOTE-LC = 'E'
              ADD 1 TO WRK-QTD-ENC
           END-IF.
           MOVE WRK-VALOR-LC TO WRK-VALOR-LC-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  CONTA ' WRK-CONTA-LC ' ' WRK-DC-LC
              ' VALOR=' WRK-VALOR-LC-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELENC FROM WRK-LINHA.

       0007-BLOQUEAREXERCICIO.
           PERFORM VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12
              COMPUTE WRK-COMPETENCIA = (WRK-ANO * 100) + WRK-MES
              PERFORM 0000-LOCALIZARPERIODO
              IF WRK-PER-ACHADO = 'S'
                 MOVE 'E' TO WRK-PER-SIT(WRK-PER-IDX)
              END-IF
           END-PERFORM.
           OPEN OUTPUT ARQ-PERIODOS.
           PERFORM VARYING WRK-PER-IDX FROM 1 BY 1
                 UNTIL WRK-PER-IDX > WRK-QTD-PER
              MOVE WRK-PER-COMP(WRK-PER-IDX) TO REG-PC-COMPETENCIA
              MOVE WRK-PER-SIT(WRK-PER-IDX) TO REG-PC-STATUS
              MOVE WRK-PER-EXT(WRK-PER-IDX) TO REG-PC-EXTRAIDO
              WRITE REG-PERIODO
           END-PERFORM.
           CLOSE ARQ-PERIODOS.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'PERCONT.DAT' TO WRK-NOME-PERCONT.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-PERCONT WRK-CIA-VALIDO.
