       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LANCMAN ASSIGN TO "LANCMAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-LM-CHAVE
               FILE STATUS IS WRK-FS-LANCMAN.
           SELECT ARQ-LMSEQ ASSIGN TO "LANCMSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LMSEQ.
           SELECT ARQ-APROVACOES ASSIGN TO "APROVMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AV-ID
               FILE STATUS IS WRK-FS-APROVACOES.
           SELECT ARQ-APRVSEQ ASSIGN TO "APRVSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APRVSEQ.
           SELECT ARQ-PLANO ASSIGN TO "PLANOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PL-CONTA
               FILE STATUS IS WRK-FS-PLANO.
           SELECT ARQ-CCUSTOS ASSIGN TO "CCUSTOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CC-COD
               FILE STATUS IS WRK-FS-CCUSTOS.
           SELECT ARQ-PERIODOS ASSIGN TO WRK-NOME-PERCONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODOS.
           SELECT ARQ-LANCTOS ASSIGN TO "LANCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCTOS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-LANCMAN.
       01 REG-LANCMAN.
       COPY LMNREG.
       FD ARQ-LMSEQ.
       01 REG-LMSEQ            PIC 9(06).
       FD ARQ-APROVACOES.
       01 REG-APROVACAO.
       COPY APRREG.
       FD ARQ-APRVSEQ.
       01 REG-APRVSEQ          PIC 9(06).
       FD ARQ-PLANO.
       01 REG-PLANO.
          02 REG-PL-CONTA      PIC 9(06).
          02 REG-PL-DESCRICAO  PIC X(30).
          02 REG-PL-TIPO       PIC X(01).
          02 REG-PL-STATUS     PIC X(01).
       FD ARQ-CCUSTOS.
       01 REG-CCUSTO.
       COPY CCREG.
       FD ARQ-PERIODOS.
       01 REG-PERIODO.
          02 REG-PC-COMPETENCIA PIC 9(06).
          02 REG-PC-STATUS      PIC X(01).
          02 REG-PC-EXTRAIDO    PIC X(01).
       FD ARQ-LANCTOS.
       01 REG-LANCTO.
       COPY LCTREG.
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-LANCMAN   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-LMSEQ     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-APROVACOES PIC X(02)    VALUE ZEROS.
       77 WRK-FS-APRVSEQ   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PLANO     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CCUSTOS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PERIODOS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-LANCTOS   PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'LANCMANU'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.
       77 WRK-DATA         PIC 9(08)     VALUE ZEROS.
       77 WRK-HISTORICO    PIC X(40)     VALUE SPACES.
       77 WRK-COMPETENCIA  PIC 9(06)     VALUE ZEROS.
       77 WRK-PER-STATUS   PIC X(01)     VALUE 'A'.
       77 WRK-PLANO-OK     PIC X(01)     VALUE 'N'.
       77 WRK-CCUSTO-OK    PIC X(01)     VALUE 'N'.
       77 WRK-FIM-PART     PIC X(01)     VALUE 'N'.
       77 WRK-PART-OK      PIC X(01)     VALUE 'N'.
       77 WRK-QTD-PART     PIC 9(02)     VALUE ZEROS.
       77 WRK-PART-IDX     PIC 9(02)     VALUE ZEROS.
       77 WRK-CONTA        PIC 9(06)     VALUE ZEROS.
       77 WRK-CCUSTO       PIC X(04)     VALUE SPACES.
       77 WRK-DC           PIC X(01)     VALUE SPACES.
       77 WRK-VALOR        PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOTAL-DEB    PIC 9(12)V99  VALUE ZEROS.
       77 WRK-TOTAL-CRE    PIC 9(12)V99  VALUE ZEROS.
       77 WRK-NUMERO       PIC 9(06)     VALUE ZEROS.
       77 WRK-SEQ          PIC 9(06)     VALUE ZEROS.
       77 WRK-HORA         PIC 9(08)     VALUE ZEROS.
       77 WRK-ID-APROVACAO PIC 9(06)     VALUE ZEROS.
       77 WRK-SIT-APROVACAO PIC X(01)    VALUE SPACES.
       77 WRK-APROVADO     PIC X(01)     VALUE 'N'.
       77 WRK-NUMERO-ANT   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-PEND     PIC 9(03)     VALUE ZEROS.
       77 WRK-PEND-IDX     PIC 9(03)     VALUE ZEROS.
       77 WRK-QTD-LANCADOS PIC 9(03)     VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(04)     VALUE ZEROS.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-NOME-PERCONT PIC X(12)     VALUE 'PERCONT.DAT'.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-EMPRESA-LANC PIC X(02)     VALUE SPACES.
       01 WRK-ACAO-LM.
          02 FILLER           PIC X(02)     VALUE 'LM'.
          02 WRK-AL-NUMERO    PIC 9(06)     VALUE ZEROS.
       01 WRK-PART-TAB.
          02 WRK-PART-ITEM OCCURS 20 TIMES.
             03 WRK-PT-CONTA    PIC 9(06).
             03 WRK-PT-CCUSTO   PIC X(04).
             03 WRK-PT-DC       PIC X(01).
             03 WRK-PT-VALOR    PIC 9(11)V99.
       01 WRK-PEND-TAB.
          02 WRK-PEND-ITEM OCCURS 200 TIMES.
             03 WRK-PD-NUMERO   PIC 9(06).
             03 WRK-PD-DATA     PIC 9(08).
             03 WRK-PD-APROVACAO PIC 9(06).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           OPEN I-O ARQ-LANCMAN.
           IF WRK-FS-LANCMAN = '35'
              OPEN OUTPUT ARQ-LANCMAN
              CLOSE ARQ-LANCMAN
              OPEN I-O ARQ-LANCMAN
           END-IF.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           CLOSE ARQ-LANCMAN.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'LANCAMENTOS CONTABEIS MANUAIS'.
           DISPLAY ' 1 - INCLUIR LANCAMENTO'.
           DISPLAY ' 2 - LANCAR APROVADOS NA CONTABILIDADE'.
           DISPLAY ' 3 - LISTAR LANCAMENTOS'.
           DISPLAY ' 4 - CANCELAR LANCAMENTO PENDENTE'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-INCLUIRLANCAMENTO
              WHEN '2'
                 PERFORM 0004-LANCARAPROVADOS
              WHEN '3'
                 PERFORM 0005-LISTARLANCAMENTOS
              WHEN '4'
                 PERFORM 0006-CANCELARLANCAMENTO
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0003-INCLUIRLANCAMENTO.
           DISPLAY ' DATA DO LANCAMENTO (AAAAMMDD)?'.
           ACCEPT WRK-DATA.
           MOVE 'V' TO WRK-SRV-FUNCAO.
           MOVE WRK-DATA TO WRK-SRV-DATA1.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           IF WRK-SRV-VALIDO = 'N'
              DISPLAY 'DATA INVALIDA.'
           ELSE
              PERFORM 0000-CONFERIRPERIODO
              IF WRK-PER-STATUS = 'F' OR WRK-PER-STATUS = 'E'
                 DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                    ' FECHADA, LANCAMENTO RECUSADO.'
              ELSE
                 PERFORM 0100-DIGITARLANCAMENTO
              END-IF
           END-IF.

       0100-DIGITARLANCAMENTO.
           MOVE 'N' TO WRK-PLANO-OK.
           OPEN INPUT ARQ-PLANO.
           IF WRK-FS-PLANO = '00'
              MOVE 'S' TO WRK-PLANO-OK
           END-IF.
           MOVE 'N' TO WRK-CCUSTO-OK.
           OPEN INPUT ARQ-CCUSTOS.
           IF WRK-FS-CCUSTOS = '00'
              MOVE 'S' TO WRK-CCUSTO-OK
           END-IF.
           IF WRK-PLANO-OK = 'N'
              DISPLAY 'PLANO DE CONTAS (PLANOMF.DAT) NAO ENCONTRADO.'
           ELSE
              DISPLAY ' HISTORICO DO LANCAMENTO?'
              ACCEPT WRK-HISTORICO
              MOVE ZEROS TO WRK-QTD-PART WRK-TOTAL-DEB WRK-TOTAL-CRE
              MOVE 'N' TO WRK-FIM-PART
              PERFORM 0000-DIGITARPARTIDA UNTIL WRK-FIM-PART = 'S'
              PERFORM 0110-FECHARLANCAMENTO
           END-IF.
           IF WRK-PLANO-OK = 'S'
              CLOSE ARQ-PLANO
           END-IF.
           IF WRK-CCUSTO-OK = 'S'
              CLOSE ARQ-CCUSTOS
           END-IF.

       0000-DIGITARPARTIDA.
           COMPUTE WRK-PART-IDX = WRK-QTD-PART + 1.
           DISPLAY ' CONTA DA PARTIDA ' WRK-PART-IDX
              ' (0=ENCERRAR)?'.
           ACCEPT WRK-CONTA.
           IF WRK-CONTA = 0
              MOVE 'S' TO WRK-FIM-PART
           ELSE
              MOVE 'S' TO WRK-PART-OK
              MOVE WRK-CONTA TO REG-PL-CONTA
              READ ARQ-PLANO
                 INVALID KEY
                    MOVE 'N' TO WRK-PART-OK
                    DISPLAY 'CONTA NAO ENCONTRADA NO PLANO DE CONTAS.'
                 NOT INVALID KEY
                    IF REG-PL-STATUS NOT = 'A'
                       MOVE 'N' TO WRK-PART-OK
                       DISPLAY 'CONTA INATIVA NO PLANO DE CONTAS.'
                    ELSE
                       DISPLAY 'CONTA ' REG-PL-DESCRICAO
                    END-IF
              END-READ
              IF WRK-PART-OK = 'S'
                 PERFORM 0000-DIGITARVALORES
              END-IF
              IF WRK-PART-OK = 'S'
                 ADD 1 TO WRK-QTD-PART
                 MOVE WRK-CONTA TO WRK-PT-CONTA(WRK-QTD-PART)
                 MOVE WRK-CCUSTO TO WRK-PT-CCUSTO(WRK-QTD-PART)
                 MOVE WRK-DC TO WRK-PT-DC(WRK-QTD-PART)
                 MOVE WRK-VALOR TO WRK-PT-VALOR(WRK-QTD-PART)
                 IF WRK-DC = 'D'
                    ADD WRK-VALOR TO WRK-TOTAL-DEB
                 ELSE
                    ADD WRK-VALOR TO WRK-TOTAL-CRE
                 END-IF
                 DISPLAY 'TOTAL DEBITOS=' WRK-TOTAL-DEB
                    ' CREDITOS=' WRK-TOTAL-CRE
                 IF WRK-QTD-PART NOT < 20
                    DISPLAY 'LIMITE DE 20 PARTIDAS ATINGIDO.'
                    MOVE 'S' TO WRK-FIM-PART
                 END-IF
              ELSE
                 DISPLAY 'PARTIDA DESCARTADA.'
              END-IF
           END-IF.

       0000-DIGITARVALORES.
           DISPLAY ' CENTRO DE CUSTO (BRANCO=NENHUM)?'.
           MOVE SPACES TO WRK-CCUSTO.
           ACCEPT WRK-CCUSTO.
           IF WRK-CCUSTO NOT = SPACES
              IF WRK-CCUSTO-OK = 'N'
                 MOVE 'N' TO WRK-PART-OK
                 DISPLAY 'CADASTRO DE CENTROS DE CUSTO NAO '
                    'ENCONTRADO.'
              ELSE
                 MOVE WRK-CCUSTO TO REG-CC-COD
                 READ ARQ-CCUSTOS
                    INVALID KEY
                       MOVE 'N' TO WRK-PART-OK
                       DISPLAY 'CENTRO DE CUSTO NAO CADASTRADO.'
                 END-READ
              END-IF
           END-IF.
           IF WRK-PART-OK = 'S'
              MOVE SPACES TO WRK-DC
              PERFORM UNTIL WRK-DC = 'D' OR WRK-DC = 'C'
                 DISPLAY ' DEBITO OU CREDITO (D/C)?'
                 ACCEPT WRK-DC
              END-PERFORM
              DISPLAY ' VALOR DA PARTIDA?'
              ACCEPT WRK-VALOR
              IF WRK-VALOR = 0
                 MOVE 'N' TO WRK-PART-OK
                 DISPLAY 'VALOR DEVE SER MAIOR QUE ZERO.'
              END-IF
           END-IF.

       0110-FECHARLANCAMENTO.
           IF WRK-QTD-PART < 2
              DISPLAY 'LANCAMENTO EXIGE AO MENOS DUAS PARTIDAS, '
                 'DESCARTADO.'
           ELSE
              IF WRK-TOTAL-DEB NOT = WRK-TOTAL-CRE
                 DISPLAY 'LANCAMENTO DESBALANCEADO DEBITOS='
                    WRK-TOTAL-DEB ' CREDITOS=' WRK-TOTAL-CRE
                 DISPLAY 'LANCAMENTO DESCARTADO.'
              ELSE
                 DISPLAY ' CONFIRMA A GRAVACAO DO LANCAMENTO? (S/N)'
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    PERFORM 0120-GRAVARLANCAMENTO
                 END-IF
              END-IF
           END-IF.

       0120-GRAVARLANCAMENTO.
           PERFORM 0000-LERSEQLANC.
           ADD 1 TO WRK-NUMERO.
           PERFORM 0000-GRAVARSEQLANC.
           MOVE WRK-NUMERO TO WRK-AL-NUMERO.
           PERFORM 0000-SOLICITARAPROVACAO.
           PERFORM VARYING WRK-PART-IDX FROM 1 BY 1
                 UNTIL WRK-PART-IDX > WRK-QTD-PART
              MOVE WRK-NUMERO TO REG-LM-NUMERO
              MOVE WRK-PART-IDX TO REG-LM-LINHA
              MOVE WRK-DATA TO REG-LM-DATA
              MOVE WRK-HISTORICO TO REG-LM-HISTORICO
              MOVE WRK-OPERADOR TO REG-LM-AUTOR
              MOVE 'P' TO REG-LM-SITUACAO
              MOVE WRK-PT-CONTA(WRK-PART-IDX) TO REG-LM-CONTA
              MOVE WRK-PT-CCUSTO(WRK-PART-IDX) TO REG-LM-CCUSTO
              MOVE WRK-PT-DC(WRK-PART-IDX) TO REG-LM-DC
              MOVE WRK-PT-VALOR(WRK-PART-IDX) TO REG-LM-VALOR
              MOVE ZEROS TO REG-LM-LOTE
              MOVE WRK-ID-APROVACAO TO REG-LM-APROVACAO
              MOVE WRK-CIA-EMPRESA TO REG-LM-EMPRESA
              WRITE REG-LANCMAN
                 INVALID KEY
                    DISPLAY 'LINHA JA EXISTENTE: ' REG-LM-CHAVE
              END-WRITE
           END-PERFORM.
           DISPLAY 'LANCAMENTO ' WRK-NUMERO ' GRAVADO, AGUARDANDO '
              'APROVACAO ' WRK-ID-APROVACAO ' (ACAO ' WRK-ACAO-LM
              ') DE OUTRO SUPERVISOR.'.
           STRING 'LANCAMENTO MANUAL ' WRK-NUMERO
              ' VALOR=' WRK-TOTAL-DEB ' AUTOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.

       0000-LERSEQLANC.
           MOVE ZEROS TO WRK-NUMERO.
           OPEN INPUT ARQ-LMSEQ.
           IF WRK-FS-LMSEQ = '00'
              READ ARQ-LMSEQ
                 NOT AT END
                    MOVE REG-LMSEQ TO WRK-NUMERO
              END-READ
              CLOSE ARQ-LMSEQ
           END-IF.

       0000-GRAVARSEQLANC.
           OPEN OUTPUT ARQ-LMSEQ.
           MOVE WRK-NUMERO TO REG-LMSEQ.
           WRITE REG-LMSEQ.
           CLOSE ARQ-LMSEQ.

       0000-SOLICITARAPROVACAO.
           MOVE ZEROS TO WRK-SEQ.
           OPEN INPUT ARQ-APRVSEQ.
           IF WRK-FS-APRVSEQ = '00'
              READ ARQ-APRVSEQ
                 NOT AT END
                    MOVE REG-APRVSEQ TO WRK-SEQ
              END-READ
              CLOSE ARQ-APRVSEQ
           END-IF.
           ADD 1 TO WRK-SEQ.
           OPEN OUTPUT ARQ-APRVSEQ.
           MOVE WRK-SEQ TO REG-APRVSEQ.
           WRITE REG-APRVSEQ.
           CLOSE ARQ-APRVSEQ.
           OPEN I-O ARQ-APROVACOES.
           IF WRK-FS-APROVACOES = '35'
              OPEN OUTPUT ARQ-APROVACOES
              CLOSE ARQ-APROVACOES
              OPEN I-O ARQ-APROVACOES
           END-IF.
           ACCEPT WRK-HORA FROM TIME.
           MOVE WRK-SEQ TO REG-AV-ID.
           MOVE WRK-ACAO-LM TO REG-AV-ACAO.
           MOVE WRK-OPERADOR TO REG-AV-SOLICITANTE.
           MOVE WRK-DATASISTEMA TO REG-AV-DATA.
           MOVE WRK-HORA TO REG-AV-HORA.
           MOVE 'P' TO REG-AV-SITUACAO.
           MOVE SPACES TO REG-AV-APROVADOR.
           MOVE SPACES TO REG-AV-EXECUTOR.
           WRITE REG-APROVACAO
              INVALID KEY
                 DISPLAY 'SOLICITACAO JA EXISTENTE, ID ' WRK-SEQ
           END-WRITE.
           CLOSE ARQ-APROVACOES.
           MOVE WRK-SEQ TO WRK-ID-APROVACAO.

       0000-CONFERIRPERIODO.
           MOVE 'A' TO WRK-PER-STATUS.
           COMPUTE WRK-COMPETENCIA = WRK-DATA / 100.
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

       0004-LANCARAPROVADOS.
           MOVE ZEROS TO WRK-QTD-PEND WRK-QTD-LANCADOS.
           MOVE ZEROS TO WRK-NUMERO-ANT.
           MOVE LOW-VALUES TO REG-LM-CHAVE.
           START ARQ-LANCMAN KEY IS NOT LESS THAN REG-LM-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-LANCMAN
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-LANCMAN
           END-START.
           PERFORM 0000-SELECIONARPENDENTE
              UNTIL WRK-FS-LANCMAN = '10'.
           MOVE '00' TO WRK-FS-LANCMAN.
           IF WRK-QTD-PEND = 0
              DISPLAY 'NENHUM LANCAMENTO PENDENTE.'
           ELSE
              PERFORM VARYING WRK-PEND-IDX FROM 1 BY 1
                    UNTIL WRK-PEND-IDX > WRK-QTD-PEND
                 PERFORM 0200-TRATARPENDENTE
              END-PERFORM
              DISPLAY 'PENDENTES=' WRK-QTD-PEND
                 ' LANCADOS=' WRK-QTD-LANCADOS
           END-IF.

       0000-SELECIONARPENDENTE.
           READ ARQ-LANCMAN NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-LANCMAN
              NOT AT END
                 MOVE REG-LM-EMPRESA TO WRK-EMPRESA-LANC
                 IF WRK-EMPRESA-LANC = SPACES
                    MOVE '01' TO WRK-EMPRESA-LANC
                 END-IF
                 IF REG-LM-SITUACAO = 'P'
                       AND WRK-EMPRESA-LANC = WRK-CIA-EMPRESA
                       AND REG-LM-NUMERO NOT = WRK-NUMERO-ANT
                    MOVE REG-LM-NUMERO TO WRK-NUMERO-ANT
                    IF WRK-QTD-PEND < 200
                       ADD 1 TO WRK-QTD-PEND
                       MOVE REG-LM-NUMERO
                          TO WRK-PD-NUMERO(WRK-QTD-PEND)
                       MOVE REG-LM-DATA
                          TO WRK-PD-DATA(WRK-QTD-PEND)
                       MOVE REG-LM-APROVACAO
                          TO WRK-PD-APROVACAO(WRK-QTD-PEND)
                    END-IF
                 END-IF
           END-READ.

       0200-TRATARPENDENTE.
           MOVE WRK-PD-NUMERO(WRK-PEND-IDX) TO WRK-NUMERO.
           MOVE WRK-PD-NUMERO(WRK-PEND-IDX) TO WRK-AL-NUMERO.
           MOVE WRK-PD-DATA(WRK-PEND-IDX) TO WRK-DATA.
           MOVE SPACES TO WRK-SIT-APROVACAO.
           OPEN INPUT ARQ-APROVACOES.
           IF WRK-FS-APROVACOES = '00'
              MOVE WRK-PD-APROVACAO(WRK-PEND-IDX) TO REG-AV-ID
              READ ARQ-APROVACOES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF REG-AV-ACAO = WRK-ACAO-LM
                       MOVE REG-AV-SITUACAO TO WRK-SIT-APROVACAO
                    END-IF
              END-READ
              CLOSE ARQ-APROVACOES
           END-IF.
           EVALUATE WRK-SIT-APROVACAO
              WHEN 'A'
                 PERFORM 0000-CONFERIRPERIODO
                 IF WRK-PER-STATUS = 'F' OR WRK-PER-STATUS = 'E'
                    DISPLAY 'LANCAMENTO ' WRK-NUMERO
                       ' APROVADO, MAS A COMPETENCIA '
                       WRK-COMPETENCIA ' ESTA FECHADA.'
                 ELSE
                    CALL 'APROVSRV' USING WRK-ACAO-LM
                       WRK-OPERADOR WRK-APROVADO
                    IF WRK-APROVADO = 'S'
                       PERFORM 0210-GRAVARLANCTOS
                    END-IF
                 END-IF
              WHEN 'R'
                 MOVE 'R' TO WRK-CONFIRMA
                 PERFORM 0000-MUDARSITUACAO
                 DISPLAY 'LANCAMENTO ' WRK-NUMERO
                    ' RECUSADO PELO SUPERVISOR.'
              WHEN OTHER
                 DISPLAY 'LANCAMENTO ' WRK-NUMERO
                    ' AGUARDANDO APROVACAO '
                    WRK-PD-APROVACAO(WRK-PEND-IDX) '.'
           END-EVALUATE.

       0210-GRAVARLANCTOS.
           OPEN EXTEND ARQ-LANCTOS.
           IF WRK-FS-LANCTOS = '35'
              OPEN OUTPUT ARQ-LANCTOS
           END-IF.
           MOVE WRK-NUMERO TO REG-LM-NUMERO.
           MOVE ZEROS TO REG-LM-LINHA.
           START ARQ-LANCMAN KEY IS NOT LESS THAN REG-LM-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-LANCMAN
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-LANCMAN
           END-START.
           PERFORM 0000-LANCARPARTIDA UNTIL WRK-FS-LANCMAN = '10'.
           MOVE '00' TO WRK-FS-LANCMAN.
           CLOSE ARQ-LANCTOS.
           ADD 1 TO WRK-QTD-LANCADOS.
           DISPLAY 'LANCAMENTO ' WRK-NUMERO ' GRAVADO EM LANCTOS.DAT'.
           STRING 'LANCAMENTO MANUAL ' WRK-NUMERO
              ' LANCADO POR ' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.

       0000-LANCARPARTIDA.
           READ ARQ-LANCMAN NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-LANCMAN
              NOT AT END
                 IF REG-LM-NUMERO NOT = WRK-NUMERO
                    MOVE '10' TO WRK-FS-LANCMAN
                 ELSE
                    MOVE WRK-NUMERO TO REG-LC-LOTE
                    MOVE REG-LM-DATA TO REG-LC-DATA
                    MOVE 'MANUAL' TO REG-LC-EVENTO
                    MOVE REG-LM-CONTA TO REG-LC-CONTA
                    MOVE REG-LM-DC TO REG-LC-DC
                    MOVE REG-LM-VALOR TO REG-LC-VALOR
                    MOVE SPACES TO REG-LC-FILIAL
                    MOVE 'M' TO REG-LC-TIPOLOTE
                    MOVE REG-LM-CCUSTO TO REG-LC-CCUSTO
                    MOVE REG-LM-EMPRESA TO REG-LC-EMPRESA
                    IF REG-LC-EMPRESA = SPACES
                       MOVE '01' TO REG-LC-EMPRESA
                    END-IF
                    WRITE REG-LANCTO
                    MOVE 'L' TO REG-LM-SITUACAO
                    MOVE WRK-NUMERO TO REG-LM-LOTE
                    REWRITE REG-LANCMAN
                 END-IF
           END-READ.

       0000-MUDARSITUACAO.
           MOVE WRK-NUMERO TO REG-LM-NUMERO.
           MOVE ZEROS TO REG-LM-LINHA.
           START ARQ-LANCMAN KEY IS NOT LESS THAN REG-LM-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-LANCMAN
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-LANCMAN
           END-START.
           PERFORM 0000-MUDARLINHA UNTIL WRK-FS-LANCMAN = '10'.
           MOVE '00' TO WRK-FS-LANCMAN.

       0000-MUDARLINHA.
           READ ARQ-LANCMAN NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-LANCMAN
              NOT AT END
                 IF REG-LM-NUMERO NOT = WRK-NUMERO
                    MOVE '10' TO WRK-FS-LANCMAN
                 ELSE
                    MOVE WRK-CONFIRMA TO REG-LM-SITUACAO
                    REWRITE REG-LANCMAN
                 END-IF
           END-READ.

       0005-LISTARLANCAMENTOS.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE ZEROS TO WRK-NUMERO-ANT.
           MOVE LOW-VALUES TO REG-LM-CHAVE.
           START ARQ-LANCMAN KEY IS NOT LESS THAN REG-LM-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-LANCMAN
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-LANCMAN
           END-START.
           PERFORM 0000-LISTARLINHA UNTIL WRK-FS-LANCMAN = '10'.
           MOVE '00' TO WRK-FS-LANCMAN.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUM LANCAMENTO MANUAL REGISTRADO.'
           END-IF.

       0000-LISTARLINHA.
           READ ARQ-LANCMAN NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-LANCMAN
              NOT AT END
                 IF REG-LM-NUMERO NOT = WRK-NUMERO-ANT
                    MOVE REG-LM-NUMERO TO WRK-NUMERO-ANT
                    ADD 1 TO WRK-QTD-LISTADOS
                    DISPLAY 'LANCAMENTO ' REG-LM-NUMERO
                       ' DATA=' REG-LM-DATA
                       ' AUTOR=' REG-LM-AUTOR
                       ' SITUACAO=' REG-LM-SITUACAO
                       ' APROVACAO=' REG-LM-APROVACAO
                    DISPLAY '   ' REG-LM-HISTORICO
                 END-IF
                 DISPLAY '   ' REG-LM-LINHA ' CONTA=' REG-LM-CONTA
                    ' CC=' REG-LM-CCUSTO ' ' REG-LM-DC
                    ' VALOR=' REG-LM-VALOR
           END-READ.

       0006-CANCELARLANCAMENTO.
           DISPLAY ' NUMERO DO LANCAMENTO?'.
           ACCEPT WRK-NUMERO.
           MOVE WRK-NUMERO TO REG-LM-NUMERO.
           MOVE 01 TO REG-LM-LINHA.
           READ ARQ-LANCMAN
              INVALID KEY
                 DISPLAY 'LANCAMENTO NAO ENCONTRADO.'
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN REG-LM-SITUACAO NOT = 'P'
                       DISPLAY 'SOMENTE LANCAMENTO PENDENTE PODE SER '
                          'CANCELADO (SITUACAO=' REG-LM-SITUACAO ').'
                    WHEN REG-LM-AUTOR NOT = WRK-OPERADOR
                       DISPLAY 'CANCELAMENTO RESTRITO AO AUTOR DO '
                          'LANCAMENTO (' REG-LM-AUTOR ').'
                    WHEN OTHER
                       MOVE REG-LM-APROVACAO TO WRK-ID-APROVACAO
                       DISPLAY ' CONFIRMA O CANCELAMENTO? (S/N)'
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                          PERFORM 0300-CANCELAR
                       END-IF
                 END-EVALUATE
           END-READ.

       0300-CANCELAR.
           MOVE 'C' TO WRK-CONFIRMA.
           PERFORM 0000-MUDARSITUACAO.
           MOVE WRK-NUMERO TO WRK-AL-NUMERO.
           OPEN I-O ARQ-APROVACOES.
           IF WRK-FS-APROVACOES = '00'
              MOVE WRK-ID-APROVACAO TO REG-AV-ID
              READ ARQ-APROVACOES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF REG-AV-ACAO = WRK-ACAO-LM
                          AND REG-AV-SITUACAO = 'P'
                       MOVE 'R' TO REG-AV-SITUACAO
                       REWRITE REG-APROVACAO
                    END-IF
              END-READ
              CLOSE ARQ-APROVACOES
           END-IF.
           DISPLAY 'LANCAMENTO ' WRK-NUMERO ' CANCELADO.'.
           STRING 'LANCAMENTO MANUAL ' WRK-NUMERO
              ' CANCELADO POR ' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'PERCONT.DAT' TO WRK-NOME-PERCONT.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-PERCONT WRK-CIA-VALIDO.
