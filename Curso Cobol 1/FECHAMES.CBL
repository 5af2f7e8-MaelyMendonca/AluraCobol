       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAMES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CHECKLIST ASSIGN TO WRK-NOME-FECHMF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FM-CHAVE
               FILE STATUS IS WRK-FS-CHECKLIST.
           SELECT ARQ-PERIODOS ASSIGN TO WRK-NOME-PERCONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PERIODOS.
           SELECT ARQ-OPERADORES ASSIGN TO "OPERMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OP-ID
               FILE STATUS IS WRK-FS-OPERADORES.
           SELECT ARQ-RELFECH ASSIGN TO "FECHREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELFECH.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CHECKLIST.
       01 REG-CHECKLIST.
       COPY FMEREG.
       FD ARQ-PERIODOS.
       01 REG-PERIODO.
          02 REG-PC-COMPETENCIA PIC 9(06).
          02 REG-PC-STATUS      PIC X(01).
          02 REG-PC-EXTRAIDO    PIC X(01).
       FD ARQ-OPERADORES.
       01 REG-OPERADOR.
       COPY OPERREG.
       FD ARQ-RELFECH.
       01 REG-RELFECH          PIC X(80).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       01 WRK-DATASISTEMA-N REDEFINES WRK-DATASISTEMA PIC 9(08).
       01 WRK-COMPETENCIA.
          02 WRK-ANO-COMP     PIC 9(04).
          02 WRK-MES-COMP     PIC 9(02).
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).
       77 WRK-FS-CHECKLIST PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PERIODOS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-OPERADORES PIC X(02)    VALUE ZEROS.
       77 WRK-FS-RELFECH   PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'FECHAMES'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-HORA         PIC 9(08)     VALUE ZEROS.
       77 WRK-SUPER-ID     PIC X(08)     VALUE SPACES.
       77 WRK-SUPERVISOR   PIC X(01)     VALUE 'N'.
       77 WRK-MOTIVO       PIC X(30)     VALUE SPACES.
       77 WRK-RESPOSTA     PIC X(01)     VALUE SPACES.
       77 WRK-ETAPA        PIC 9(02)     VALUE ZEROS.
       77 WRK-ETAPA-OK     PIC X(01)     VALUE 'N'.
       77 WRK-PREREQ-OK    PIC X(01)     VALUE 'S'.
       77 WRK-REQ-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-ETP-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-ETP      PIC 9(02)     VALUE ZEROS.
       77 WRK-PROGRAMA     PIC X(08)     VALUE SPACES.
       77 WRK-RESULTADO    PIC X(01)     VALUE SPACES.
       77 WRK-PER-STATUS   PIC X(01)     VALUE SPACES.
       77 WRK-PER-EXTRAIDO PIC X(01)     VALUE SPACES.
       77 WRK-QTD-CONCL    PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-DISP     PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-PEND     PIC 9(02)     VALUE ZEROS.
       77 WRK-LINHA        PIC X(80)     VALUE SPACES.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-QTD-REQ      PIC 9(02)     VALUE ZEROS.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-NOME-PERCONT PIC X(12)     VALUE 'PERCONT.DAT'.
       77 WRK-NOME-FECHMF  PIC X(12)     VALUE 'FECHMF.DAT'.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       01 WRK-REQ-LINHA.
          02 FILLER          PIC X(18)
                                 VALUE '   PRE-REQUISITOS:'.
          02 WRK-REQ-ETAPAS.
             03 WRK-REQ-ITEM OCCURS 7 TIMES.
                04 FILLER       PIC X(01).
                04 WRK-REQ-NUM  PIC X(02).
          02 FILLER          PIC X(41)     VALUE SPACES.
       01 WRK-ETP-TAB.
          02 WRK-ETP-ITEM OCCURS 7 TIMES.
             03 WRK-ETP-PROG    PIC X(08).
             03 WRK-ETP-DESC    PIC X(30).
             03 WRK-ETP-CONF    PIC X(01).
             03 WRK-ETP-FINAL   PIC X(01).
             03 WRK-ETP-REQS.
                04 WRK-ETP-REQ  PIC X(01) OCCURS 7 TIMES.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE ZEROS TO WRK-COMPETENCIA-N.
           PERFORM UNTIL WRK-MES-COMP >= 1 AND WRK-MES-COMP <= 12
              DISPLAY ' COMPETENCIA DO FECHAMENTO (AAAAMM, '
                 '0=MES ANTERIOR)?'
              ACCEPT WRK-COMPETENCIA-N
              IF WRK-COMPETENCIA-N = 0
                 IF WRK-MESSISTEMA = 1
                    COMPUTE WRK-ANO-COMP = WRK-ANOSISTEMA - 1
                    MOVE 12 TO WRK-MES-COMP
                 ELSE
                    MOVE WRK-ANOSISTEMA TO WRK-ANO-COMP
                    COMPUTE WRK-MES-COMP = WRK-MESSISTEMA - 1
                 END-IF
              END-IF
              IF WRK-MES-COMP < 1 OR WRK-MES-COMP > 12
                 DISPLAY 'COMPETENCIA INVALIDA.'
              END-IF
           END-PERFORM.
           PERFORM 0000-CARREGARETAPAS.
           PERFORM 0000-ABRIRCHECKLIST.
           PERFORM 0000-INICIARCHECKLIST.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           CLOSE ARQ-CHECKLIST.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'FECHAMENTO MENSAL - COMPETENCIA '
              WRK-COMPETENCIA-N.
           DISPLAY ' 1 - CONSULTAR CHECKLIST'.
           DISPLAY ' 2 - EXECUTAR ETAPA'.
           DISPLAY ' 3 - REGISTRAR ETAPA EXECUTADA FORA DO CHECKLIST'.
           DISPLAY ' 4 - DISPENSAR ETAPA (SUPERVISOR)'.
           DISPLAY ' 5 - RELATORIO DE SITUACAO DO FECHAMENTO'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-CONSULTAR
              WHEN '2'
                 PERFORM 0004-EXECUTARETAPA
              WHEN '3'
                 PERFORM 0005-REGISTRARETAPA
              WHEN '4'
                 PERFORM 0006-DISPENSARETAPA
              WHEN '5'
                 PERFORM 0007-RELATORIO
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0000-CARREGARETAPAS.
           MOVE 7 TO WRK-QTD-ETP.
           MOVE SPACES TO WRK-ETP-TAB.
           MOVE 'BEAUTYYY' TO WRK-ETP-PROG(1).
           MOVE 'FECHAMENTO DE VENDAS DO MES' TO WRK-ETP-DESC(1).
           MOVE 'O' TO WRK-ETP-CONF(1).
           MOVE 'FATJUROS' TO WRK-ETP-PROG(2).
           MOVE 'JUROS E MULTA DE FATURAS' TO WRK-ETP-DESC(2).
           MOVE 'O' TO WRK-ETP-CONF(2).
           MOVE 'S' TO WRK-ETP-REQ(2, 1).
           MOVE 'CAMBREAV' TO WRK-ETP-PROG(3).
           MOVE 'REAVALIACAO CAMBIAL' TO WRK-ETP-DESC(3).
           MOVE 'O' TO WRK-ETP-CONF(3).
           MOVE 'COBRANCA' TO WRK-ETP-PROG(4).
           MOVE 'CARTAS DE COBRANCA' TO WRK-ETP-DESC(4).
           MOVE 'O' TO WRK-ETP-CONF(4).
           MOVE 'S' TO WRK-ETP-REQ(4, 2).
           MOVE 'CONTABIL' TO WRK-ETP-PROG(5).
           MOVE 'EXTRACAO CONTABIL' TO WRK-ETP-DESC(5).
           MOVE 'X' TO WRK-ETP-CONF(5).
           MOVE 'SSS' TO WRK-ETP-REQS(5).
           MOVE 'BALANCET' TO WRK-ETP-PROG(6).
           MOVE 'BALANCETE DE VERIFICACAO' TO WRK-ETP-DESC(6).
           MOVE 'O' TO WRK-ETP-CONF(6).
           MOVE 'S' TO WRK-ETP-REQ(6, 5).
           MOVE 'CONTABIL' TO WRK-ETP-PROG(7).
           MOVE 'FECHAMENTO DA COMPETENCIA' TO WRK-ETP-DESC(7).
           MOVE 'F' TO WRK-ETP-CONF(7).
           MOVE 'S' TO WRK-ETP-FINAL(7).
           MOVE 'SSSSSS' TO WRK-ETP-REQS(7).
           PERFORM VARYING WRK-ETP-IDX FROM 1 BY 1
                 UNTIL WRK-ETP-IDX > WRK-QTD-ETP
              IF WRK-ETP-FINAL(WRK-ETP-IDX) = SPACE
                 MOVE 'N' TO WRK-ETP-FINAL(WRK-ETP-IDX)
              END-IF
           END-PERFORM.

       0000-ABRIRCHECKLIST.
           OPEN I-O ARQ-CHECKLIST.
           IF WRK-FS-CHECKLIST = '35'
              OPEN OUTPUT ARQ-CHECKLIST
              CLOSE ARQ-CHECKLIST
              OPEN I-O ARQ-CHECKLIST
           END-IF.

       0000-INICIARCHECKLIST.
           PERFORM VARYING WRK-ETP-IDX FROM 1 BY 1
                 UNTIL WRK-ETP-IDX > WRK-QTD-ETP
              MOVE WRK-COMPETENCIA-N TO REG-FM-COMPETENCIA
              MOVE WRK-ETP-IDX TO REG-FM-ETAPA
              READ ARQ-CHECKLIST
                 INVALID KEY
                    PERFORM 0000-GRAVARETAPANOVA
              END-READ
           END-PERFORM.

       0000-GRAVARETAPANOVA.
           MOVE WRK-COMPETENCIA-N TO REG-FM-COMPETENCIA.
           MOVE WRK-ETP-IDX TO REG-FM-ETAPA.
           MOVE WRK-ETP-PROG(WRK-ETP-IDX) TO REG-FM-PROGRAMA.
           MOVE WRK-ETP-DESC(WRK-ETP-IDX) TO REG-FM-DESCRICAO.
           MOVE WRK-ETP-FINAL(WRK-ETP-IDX) TO REG-FM-FINAL.
           MOVE 'P' TO REG-FM-SITUACAO.
           MOVE SPACES TO REG-FM-MODO REG-FM-OPERADOR
              REG-FM-SUPERVISOR REG-FM-MOTIVO.
           MOVE ZEROS TO REG-FM-DATA REG-FM-HORA.
           WRITE REG-CHECKLIST
              INVALID KEY
                 DISPLAY 'ERRO AO GRAVAR ETAPA ' WRK-ETP-IDX
                    ' DO CHECKLIST.'
           END-WRITE.

       0003-CONSULTAR.
           DISPLAY 'ET PROGRAMA DESCRICAO                      S M '
              'OPERADOR DATA     HORA'.
           PERFORM VARYING WRK-ETP-IDX FROM 1 BY 1
                 UNTIL WRK-ETP-IDX > WRK-QTD-ETP
              MOVE WRK-COMPETENCIA-N TO REG-FM-COMPETENCIA
              MOVE WRK-ETP-IDX TO REG-FM-ETAPA
              READ ARQ-CHECKLIST
                 INVALID KEY
                    DISPLAY WRK-ETP-IDX ' ETAPA NAO ENCONTRADA.'
                 NOT INVALID KEY
                    DISPLAY REG-FM-ETAPA ' ' REG-FM-PROGRAMA ' '
                       REG-FM-DESCRICAO ' ' REG-FM-SITUACAO ' '
                       REG-FM-MODO ' ' REG-FM-OPERADOR ' '
                       REG-FM-DATA ' ' REG-FM-HORA
              END-READ
           END-PERFORM.
           DISPLAY 'SITUACAO: P=PENDENTE C=CONCLUIDA F=FALHOU '
              'D=DISPENSADA'.

       0000-LOCALIZARETAPA.
           MOVE 'N' TO WRK-ETAPA-OK.
           DISPLAY ' NUMERO DA ETAPA (1-' WRK-QTD-ETP ')?'.
           ACCEPT WRK-ETAPA.
           IF WRK-ETAPA < 1 OR WRK-ETAPA > WRK-QTD-ETP
              DISPLAY 'ETAPA INVALIDA.'
           ELSE
              PERFORM 0000-LERETAPA
              IF WRK-ETAPA-OK = 'S'
                 IF REG-FM-SITUACAO = 'C' OR REG-FM-SITUACAO = 'D'
                    DISPLAY 'ETAPA ' WRK-ETAPA ' JA TRATADA '
                       '(SITUACAO=' REG-FM-SITUACAO ').'
                    MOVE 'N' TO WRK-ETAPA-OK
                 END-IF
              END-IF
           END-IF.

       0000-LERETAPA.
           MOVE 'N' TO WRK-ETAPA-OK.
           MOVE WRK-COMPETENCIA-N TO REG-FM-COMPETENCIA.
           MOVE WRK-ETAPA TO REG-FM-ETAPA.
           READ ARQ-CHECKLIST
              INVALID KEY
                 DISPLAY 'ETAPA ' WRK-ETAPA ' NAO ENCONTRADA.'
              NOT INVALID KEY
                 MOVE 'S' TO WRK-ETAPA-OK
           END-READ.

       0000-CONFERIRPREREQ.
           MOVE 'S' TO WRK-PREREQ-OK.
           PERFORM VARYING WRK-REQ-IDX FROM 1 BY 1
                 UNTIL WRK-REQ-IDX > WRK-QTD-ETP
              IF WRK-ETP-REQ(WRK-ETAPA, WRK-REQ-IDX) = 'S'
                 MOVE WRK-COMPETENCIA-N TO REG-FM-COMPETENCIA
                 MOVE WRK-REQ-IDX TO REG-FM-ETAPA
                 READ ARQ-CHECKLIST
                    INVALID KEY
                       MOVE 'N' TO WRK-PREREQ-OK
                       DISPLAY 'PRE-REQUISITO: ETAPA ' WRK-REQ-IDX
                          ' NAO INICIADA.'
                    NOT INVALID KEY
                       IF REG-FM-SITUACAO NOT = 'C'
                             AND REG-FM-SITUACAO NOT = 'D'
                          MOVE 'N' TO WRK-PREREQ-OK
                          DISPLAY 'PRE-REQUISITO: ETAPA '
                             WRK-REQ-IDX ' ' REG-FM-PROGRAMA
                             ' SITUACAO=' REG-FM-SITUACAO
                       END-IF
                 END-READ
              END-IF
           END-PERFORM.
           PERFORM 0000-LERETAPA.
           IF WRK-PREREQ-OK = 'N'
              DISPLAY 'ETAPA ' WRK-ETAPA ' RECUSADA, CONCLUA OU '
                 'DISPENSE AS ETAPAS ANTERIORES.'
              MOVE SPACES TO WRK-LOG-MENSAGEM
              STRING 'ETAPA RECUSADA COMP=' WRK-COMPETENCIA-N
                 ' ETAPA=' WRK-ETAPA ' PRE-REQUISITO PENDENTE'
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              MOVE 'W' TO WRK-LOG-SEVERIDADE
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              MOVE 'I' TO WRK-LOG-SEVERIDADE
           END-IF.

       0004-EXECUTARETAPA.
           PERFORM 0000-LOCALIZARETAPA.
           IF WRK-ETAPA-OK = 'S'
              PERFORM 0000-CONFERIRPREREQ
              IF WRK-PREREQ-OK = 'S'
                 PERFORM 0100-CHAMARPROGRAMA
              END-IF
           END-IF.

       0100-CHAMARPROGRAMA.
           MOVE WRK-ETP-PROG(WRK-ETAPA) TO WRK-PROGRAMA.
           DISPLAY 'EXECUTANDO ETAPA ' WRK-ETAPA ' - '
              WRK-ETP-DESC(WRK-ETAPA) ' (' WRK-PROGRAMA ').'.
           DISPLAY 'INFORME A COMPETENCIA ' WRK-COMPETENCIA-N
              ' QUANDO O PROGRAMA SOLICITAR.'.
           IF WRK-ETP-FINAL(WRK-ETAPA) = 'S'
              DISPLAY 'USE A OPCAO 2 (ABRIR/FECHAR COMPETENCIA) '
                 'COM STATUS F.'
           END-IF.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'INICIO ETAPA COMP=' WRK-COMPETENCIA-N
              ' ETAPA=' WRK-ETAPA ' PROGRAMA=' WRK-PROGRAMA
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.
           CLOSE ARQ-CHECKLIST.
           MOVE ZEROS TO RETURN-CODE.
           CALL WRK-PROGRAMA.
           IF RETURN-CODE = 0
              PERFORM 0000-VERIFICARETAPA
           ELSE
              DISPLAY 'PROGRAMA ' WRK-PROGRAMA ' TERMINOU COM '
                 'CODIGO ' RETURN-CODE '.'
              MOVE 'F' TO WRK-RESULTADO
           END-IF.
           PERFORM 0000-ABRIRCHECKLIST.
           PERFORM 0000-LERETAPA.
           IF WRK-ETAPA-OK = 'S'
              MOVE 'E' TO REG-FM-MODO
              PERFORM 0000-GRAVARRESULTADO
           END-IF.

       0000-VERIFICARETAPA.
           EVALUATE WRK-ETP-CONF(WRK-ETAPA)
              WHEN 'X'
                 PERFORM 0000-LERPERCONT
                 IF WRK-PER-EXTRAIDO = 'S'
                    MOVE 'C' TO WRK-RESULTADO
                 ELSE
                    DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA-N
                       ' NAO CONSTA COMO EXTRAIDA EM PERCONT.DAT.'
                    MOVE 'F' TO WRK-RESULTADO
                 END-IF
              WHEN 'F'
                 PERFORM 0000-LERPERCONT
                 IF WRK-PER-STATUS = 'F' OR WRK-PER-STATUS = 'E'
                    MOVE 'C' TO WRK-RESULTADO
                 ELSE
                    DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA-N
                       ' NAO CONSTA COMO FECHADA EM PERCONT.DAT.'
                    MOVE 'F' TO WRK-RESULTADO
                 END-IF
              WHEN OTHER
                 MOVE SPACES TO WRK-RESPOSTA
                 PERFORM UNTIL WRK-RESPOSTA = 'S' OR 'N'
                    DISPLAY ' ETAPA ' WRK-ETAPA ' CONCLUIDA COM '
                       'SUCESSO PARA A COMPETENCIA '
                       WRK-COMPETENCIA-N ' (S/N)?'
                    ACCEPT WRK-RESPOSTA
                 END-PERFORM
                 IF WRK-RESPOSTA = 'S'
                    MOVE 'C' TO WRK-RESULTADO
                 ELSE
                    MOVE 'F' TO WRK-RESULTADO
                 END-IF
           END-EVALUATE.

       0000-LERPERCONT.
           MOVE 'A' TO WRK-PER-STATUS.
           MOVE 'N' TO WRK-PER-EXTRAIDO.
           OPEN INPUT ARQ-PERIODOS.
           IF WRK-FS-PERIODOS = '00'
              PERFORM 0000-PROCURARPERIODO
                 UNTIL WRK-FS-PERIODOS = '10'
              CLOSE ARQ-PERIODOS
           END-IF.

       0000-PROCURARPERIODO.
           READ ARQ-PERIODOS
              AT END
                 MOVE '10' TO WRK-FS-PERIODOS
              NOT AT END
                 IF REG-PC-COMPETENCIA = WRK-COMPETENCIA-N
                    MOVE REG-PC-STATUS TO WRK-PER-STATUS
                    MOVE REG-PC-EXTRAIDO TO WRK-PER-EXTRAIDO
                    MOVE '10' TO WRK-FS-PERIODOS
                 END-IF
           END-READ.

       0000-GRAVARRESULTADO.
           ACCEPT WRK-HORA FROM TIME.
           MOVE WRK-RESULTADO TO REG-FM-SITUACAO.
           MOVE WRK-OPERADOR TO REG-FM-OPERADOR.
           MOVE WRK-DATASISTEMA-N TO REG-FM-DATA.
           MOVE WRK-HORA TO REG-FM-HORA.
           REWRITE REG-CHECKLIST
              INVALID KEY
                 DISPLAY 'ERRO AO ATUALIZAR A ETAPA ' WRK-ETAPA
           END-REWRITE.
           IF WRK-RESULTADO = 'C'
              DISPLAY 'ETAPA ' WRK-ETAPA ' CONCLUIDA.'
              MOVE SPACES TO WRK-LOG-MENSAGEM
              STRING 'ETAPA CONCLUIDA COMP=' WRK-COMPETENCIA-N
                 ' ETAPA=' WRK-ETAPA ' MODO=' REG-FM-MODO
                 ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           ELSE
              DISPLAY 'ETAPA ' WRK-ETAPA ' REGISTRADA COMO FALHA.'
              MOVE SPACES TO WRK-LOG-MENSAGEM
              STRING 'ETAPA COM FALHA COMP=' WRK-COMPETENCIA-N
                 ' ETAPA=' WRK-ETAPA ' PROGRAMA=' WRK-PROGRAMA
                 ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              MOVE 'E' TO WRK-LOG-SEVERIDADE
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              MOVE 'I' TO WRK-LOG-SEVERIDADE
           END-IF.

       0005-REGISTRARETAPA.
           PERFORM 0000-LOCALIZARETAPA.
           IF WRK-ETAPA-OK = 'S'
              IF WRK-ETP-FINAL(WRK-ETAPA) = 'S'
                 DISPLAY 'O FECHAMENTO DA COMPETENCIA DEVE SER '
                    'EXECUTADO PELA OPCAO 2.'
              ELSE
                 PERFORM 0000-CONFERIRPREREQ
                 IF WRK-PREREQ-OK = 'S'
                    MOVE WRK-ETP-PROG(WRK-ETAPA) TO WRK-PROGRAMA
                    PERFORM 0000-VERIFICARETAPA
                    IF WRK-RESULTADO = 'C'
                       MOVE 'R' TO REG-FM-MODO
                       PERFORM 0000-GRAVARRESULTADO
                    ELSE
                       DISPLAY 'ETAPA NAO REGISTRADA.'
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0006-DISPENSARETAPA.
           DISPLAY ' ID DO SUPERVISOR?'.
           ACCEPT WRK-SUPER-ID.
           PERFORM 0000-CONFERIRSUPERVISOR.
           IF WRK-SUPERVISOR = 'N'
              DISPLAY 'DISPENSA DE ETAPA RESTRITA A SUPERVISOR.'
           ELSE
              PERFORM 0000-LOCALIZARETAPA
              IF WRK-ETAPA-OK = 'S'
                 IF WRK-ETP-FINAL(WRK-ETAPA) = 'S'
                    DISPLAY 'O FECHAMENTO DA COMPETENCIA NAO PODE '
                       'SER DISPENSADO.'
                 ELSE
                    PERFORM 0600-REGISTRARDISPENSA
                 END-IF
              END-IF
           END-IF.

       0600-REGISTRARDISPENSA.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM UNTIL WRK-MOTIVO NOT = SPACES
              DISPLAY ' MOTIVO DA DISPENSA?'
              ACCEPT WRK-MOTIVO
           END-PERFORM.
           MOVE 'D' TO WRK-RESULTADO.
           ACCEPT WRK-HORA FROM TIME.
           MOVE 'D' TO REG-FM-SITUACAO.
           MOVE 'D' TO REG-FM-MODO.
           MOVE WRK-OPERADOR TO REG-FM-OPERADOR.
           MOVE WRK-DATASISTEMA-N TO REG-FM-DATA.
           MOVE WRK-HORA TO REG-FM-HORA.
           MOVE WRK-SUPER-ID TO REG-FM-SUPERVISOR.
           MOVE WRK-MOTIVO TO REG-FM-MOTIVO.
           REWRITE REG-CHECKLIST
              INVALID KEY
                 DISPLAY 'ERRO AO ATUALIZAR A ETAPA ' WRK-ETAPA
              NOT INVALID KEY
                 DISPLAY 'ETAPA ' WRK-ETAPA ' DISPENSADA.'
                 MOVE SPACES TO WRK-LOG-MENSAGEM
                 STRING 'ETAPA DISPENSADA COMP=' WRK-COMPETENCIA-N
                    ' ETAPA=' WRK-ETAPA
                    ' SUPERVISOR=' WRK-SUPER-ID
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                 MOVE 'W' TO WRK-LOG-SEVERIDADE
                 CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                    WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                 MOVE 'I' TO WRK-LOG-SEVERIDADE
           END-REWRITE.

       0000-CONFERIRSUPERVISOR.
           MOVE 'N' TO WRK-SUPERVISOR.
           IF WRK-SUPER-ID = SPACES
              CONTINUE
           ELSE
              OPEN INPUT ARQ-OPERADORES
              IF WRK-FS-OPERADORES NOT = '00'
                 MOVE 'S' TO WRK-SUPERVISOR
              ELSE
                 MOVE WRK-SUPER-ID TO REG-OP-ID
                 READ ARQ-OPERADORES
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF REG-OP-PERFIL = 'S'
                          MOVE 'S' TO WRK-SUPERVISOR
                       END-IF
                 END-READ
                 CLOSE ARQ-OPERADORES
              END-IF
           END-IF.

       0007-RELATORIO.
           MOVE ZEROS TO WRK-QTD-CONCL WRK-QTD-DISP WRK-QTD-PEND.
           OPEN OUTPUT ARQ-RELFECH.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SITUACAO DO FECHAMENTO MENSAL - COMPETENCIA '
              WRK-COMPETENCIA-N ' EM ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFECH FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ET PROGRAMA DESCRICAO                      S M '
              'OPERADOR DATA     HORA'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFECH FROM WRK-LINHA.
           PERFORM VARYING WRK-ETP-IDX FROM 1 BY 1
                 UNTIL WRK-ETP-IDX > WRK-QTD-ETP
              MOVE WRK-COMPETENCIA-N TO REG-FM-COMPETENCIA
              MOVE WRK-ETP-IDX TO REG-FM-ETAPA
              READ ARQ-CHECKLIST
                 INVALID KEY
                    ADD 1 TO WRK-QTD-PEND
                 NOT INVALID KEY
                    PERFORM 0700-LISTARETAPA
              END-READ
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONCLUIDAS=' WRK-QTD-CONCL
              ' DISPENSADAS=' WRK-QTD-DISP
              ' PENDENTES=' WRK-QTD-PEND
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFECH FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-QTD-PEND = 0
              MOVE 'COMPETENCIA FECHADA.' TO WRK-LINHA
           ELSE
              IF WRK-QTD-PEND = 1
                 AND WRK-ETP-FINAL(WRK-QTD-ETP) = 'S'
                 AND REG-FM-SITUACAO NOT = 'C'
                 MOVE 'COMPETENCIA LIBERADA PARA FECHAMENTO.'
                    TO WRK-LINHA
              ELSE
                 MOVE 'COMPETENCIA COM ETAPAS PENDENTES.'
                    TO WRK-LINHA
              END-IF
           END-IF.
           WRITE REG-RELFECH FROM WRK-LINHA.
           CLOSE ARQ-RELFECH.
           MOVE 'FECHREL.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'RELATORIO GRAVADO EM FECHREL.TXT'.

       0700-LISTARETAPA.
           EVALUATE REG-FM-SITUACAO
              WHEN 'C'
                 ADD 1 TO WRK-QTD-CONCL
              WHEN 'D'
                 ADD 1 TO WRK-QTD-DISP
              WHEN OTHER
                 ADD 1 TO WRK-QTD-PEND
           END-EVALUATE.
           MOVE SPACES TO WRK-LINHA.
           STRING REG-FM-ETAPA ' ' REG-FM-PROGRAMA ' '
              REG-FM-DESCRICAO ' ' REG-FM-SITUACAO ' '
              REG-FM-MODO ' ' REG-FM-OPERADOR ' '
              REG-FM-DATA ' ' REG-FM-HORA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFECH FROM WRK-LINHA.
           MOVE SPACES TO WRK-REQ-ETAPAS.
           MOVE ZEROS TO WRK-QTD-REQ.
           PERFORM VARYING WRK-REQ-IDX FROM 1 BY 1
                 UNTIL WRK-REQ-IDX > WRK-QTD-ETP
              IF WRK-ETP-REQ(WRK-ETP-IDX, WRK-REQ-IDX) = 'S'
                 ADD 1 TO WRK-QTD-REQ
                 MOVE WRK-REQ-IDX TO WRK-REQ-NUM(WRK-QTD-REQ)
              END-IF
           END-PERFORM.
           IF WRK-QTD-REQ = 0
              MOVE ' NENHUM' TO WRK-REQ-ETAPAS
           END-IF.
           WRITE REG-RELFECH FROM WRK-REQ-LINHA.
           IF REG-FM-SITUACAO = 'D'
              MOVE SPACES TO WRK-LINHA
              STRING '   DISPENSADA POR ' REG-FM-SUPERVISOR ': '
                 REG-FM-MOTIVO
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELFECH FROM WRK-LINHA
           END-IF.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'PERCONT.DAT' TO WRK-NOME-PERCONT.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-PERCONT WRK-CIA-VALIDO.
           MOVE 'FECHMF.DAT' TO WRK-NOME-FECHMF.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-FECHMF WRK-CIA-VALIDO.
