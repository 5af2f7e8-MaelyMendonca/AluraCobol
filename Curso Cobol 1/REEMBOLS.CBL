       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEMBOLS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-REEMBOLSOS ASSIGN TO "REEMBMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-RE-NUMERO
               FILE STATUS IS WRK-FS-REEMBOLSOS.
           SELECT ARQ-REEMCTRL ASSIGN TO "REEMCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REEMCTRL.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "FUNCMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FU-MATRICULA
               FILE STATUS IS WRK-FS-FUNCIONARIOS.
           SELECT ARQ-CCUSTOS ASSIGN TO "CCUSTOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CC-COD
               FILE STATUS IS WRK-FS-CCUSTOS.
           SELECT ARQ-OPERADORES ASSIGN TO "OPERMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OP-ID
               FILE STATUS IS WRK-FS-OPERADORES.
           SELECT ARQ-EVENTOS ASSIGN TO "EVENTMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-EV-CHAVE
               FILE STATUS IS WRK-FS-EVENTOS.
           SELECT ARQ-FOLCAL ASSIGN TO "FOLCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLCAL.
           SELECT ARQ-PAGAR ASSIGN TO "APAGMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AP-NUMERO
               FILE STATUS IS WRK-FS-PAGAR.
           SELECT ARQ-APCTRL ASSIGN TO WRK-NOME-APCTRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APCTRL.
           SELECT ARQ-RELREEMB ASSIGN TO "REEMBREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELREEMB.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-REEMBOLSOS.
       01 REG-REEMBOLSO.
       COPY REEREG.
       FD ARQ-REEMCTRL.
       01 REG-REEMCTRL         PIC 9(08).
       FD ARQ-FUNCIONARIOS.
       01 REG-FUNCIONARIO.
       COPY FUNCREG.
       FD ARQ-CCUSTOS.
       01 REG-CCUSTO.
       COPY CCREG.
       FD ARQ-OPERADORES.
       01 REG-OPERADOR.
       COPY OPERREG.
       FD ARQ-EVENTOS.
       01 REG-EVENTO.
       COPY EVEREG.
       FD ARQ-FOLCAL.
       01 REG-FOLCAL.
          02 REG-FC-COMPETENCIA PIC 9(06).
          02 REG-FC-STATUS      PIC X(01).
       FD ARQ-PAGAR.
       01 REG-PAGAR.
       COPY APAREG.
       FD ARQ-APCTRL.
       01 REG-APCTRL           PIC 9(08).
       FD ARQ-RELREEMB.
       01 REG-RELREEMB         PIC X(80).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       01 WRK-DATASISTEMA-N REDEFINES WRK-DATASISTEMA PIC 9(08).
       77 WRK-FS-REEMBOLSOS PIC X(02)    VALUE ZEROS.
       77 WRK-FS-REEMCTRL  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FUNCIONARIOS PIC X(02)  VALUE ZEROS.
       77 WRK-FS-CCUSTOS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-OPERADORES PIC X(02)    VALUE ZEROS.
       77 WRK-FS-EVENTOS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FOLCAL    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PAGAR     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-APCTRL    PIC X(02)     VALUE ZEROS.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-EMPRESA-REEMB PIC X(02)    VALUE SPACES.
       77 WRK-NOME-APCTRL  PIC X(12)     VALUE 'APCTRL.DAT'.
       77 WRK-FS-RELREEMB  PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-CCUSTOMF-OK  PIC X(01)     VALUE 'N'.
       77 WRK-CC-OK        PIC X(01)     VALUE 'N'.
       77 WRK-MATRICULA    PIC X(06)     VALUE SPACES.
       77 WRK-RECIBO       PIC X(10)     VALUE SPACES.
       77 WRK-DATADESP     PIC 9(08)     VALUE ZEROS.
       77 WRK-CATEGORIA    PIC X(04)     VALUE SPACES.
       77 WRK-CCUSTO       PIC X(04)     VALUE SPACES.
       77 WRK-VALOR        PIC 9(07)V99  VALUE ZEROS.
       77 WRK-DESCRICAO    PIC X(30)     VALUE SPACES.
       77 WRK-DUPLICADO    PIC X(01)     VALUE 'N'.
       77 WRK-NUM-DUPL     PIC 9(08)     VALUE ZEROS.
       77 WRK-NUM-REEMB    PIC 9(08)     VALUE ZEROS.
       77 WRK-SUPER-ID     PIC X(08)     VALUE SPACES.
       77 WRK-SUPERVISOR   PIC X(01)     VALUE 'N'.
       77 WRK-DECISAO      PIC X(01)     VALUE SPACES.
       77 WRK-FORMA        PIC X(01)     VALUE SPACES.
       77 WRK-MOTIVO       PIC X(30)     VALUE SPACES.
       77 WRK-COMPETENCIA  PIC 9(06)     VALUE ZEROS.
       77 WRK-CAL-STATUS   PIC X(01)     VALUE 'A'.
       77 WRK-FOLHA-OK     PIC X(01)     VALUE 'S'.
       77 WRK-NUM-TITULO   PIC 9(08)     VALUE ZEROS.
       77 WRK-IDX          PIC 9(02)     VALUE ZEROS.
       77 WRK-EV-EXISTE    PIC X(01)     VALUE 'N'.
       77 WRK-QTD-FOLHA    PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-TITULOS  PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-MANTIDAS PIC 9(05)     VALUE ZEROS.
       77 WRK-TOT-FOLHA    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-TOT-TITULOS  PIC 9(09)V99  VALUE ZEROS.
       77 WRK-FILTRO       PIC X(01)     VALUE SPACES.
       77 WRK-QTD-LISTADAS PIC 9(05)     VALUE ZEROS.
       77 WRK-TOT-LISTADAS PIC 9(09)V99  VALUE ZEROS.
       77 WRK-LINHA        PIC X(80)     VALUE SPACES.
       77 WRK-VLR-ED       PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS NOT = '00'
              DISPLAY 'CADASTRO DE FUNCIONARIOS NAO ENCONTRADO.'
              GOBACK
           END-IF.
           OPEN I-O ARQ-REEMBOLSOS.
           IF WRK-FS-REEMBOLSOS = '35'
              OPEN OUTPUT ARQ-REEMBOLSOS
              CLOSE ARQ-REEMBOLSOS
              OPEN I-O ARQ-REEMBOLSOS
           END-IF.
           MOVE 'N' TO WRK-CCUSTOMF-OK.
           OPEN INPUT ARQ-CCUSTOS.
           IF WRK-FS-CCUSTOS = '00'
              MOVE 'S' TO WRK-CCUSTOMF-OK
           END-IF.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           IF WRK-CCUSTOMF-OK = 'S'
              CLOSE ARQ-CCUSTOS
           END-IF.
           CLOSE ARQ-REEMBOLSOS.
           CLOSE ARQ-FUNCIONARIOS.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'REEMBOLSO DE DESPESAS DE FUNCIONARIOS'.
           DISPLAY ' 1 - LANCAR DESPESA'.
           DISPLAY ' 2 - APROVAR/RECUSAR DESPESA'.
           DISPLAY ' 3 - REEMBOLSAR DESPESAS APROVADAS'.
           DISPLAY ' 4 - RELATORIO DE DESPESAS'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-LANCARDESPESA
              WHEN '2'
                 PERFORM 0004-DECIDIR
              WHEN '3'
                 PERFORM 0005-REEMBOLSAR
              WHEN '4'
                 PERFORM 0006-RELATORIO
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0003-LANCARDESPESA.
           DISPLAY ' MATRICULA DO FUNCIONARIO?'.
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO REG-FU-MATRICULA.
           READ ARQ-FUNCIONARIOS
              INVALID KEY
                 DISPLAY 'FUNCIONARIO NAO ENCONTRADO.'
              NOT INVALID KEY
                 IF REG-FU-STATUS = 'D'
                    DISPLAY 'FUNCIONARIO DESLIGADO, DESPESA NAO '
                       'LANCADA.'
                 ELSE
                    DISPLAY 'FUNCIONARIO: ' REG-FU-NOME
                    PERFORM 0100-DADOSDESPESA
                 END-IF
           END-READ.

       0100-DADOSDESPESA.
           DISPLAY ' NUMERO DO RECIBO/NOTA?'.
           MOVE SPACES TO WRK-RECIBO.
           ACCEPT WRK-RECIBO.
           IF WRK-RECIBO = SPACES
              DISPLAY 'RECIBO OBRIGATORIO, DESPESA NAO LANCADA.'
           ELSE
              PERFORM 0000-PROCURARRECIBO
              IF WRK-DUPLICADO = 'S'
                 DISPLAY 'RECIBO ' WRK-RECIBO ' JA LANCADO PARA '
                    'ESTE FUNCIONARIO NA DESPESA ' WRK-NUM-DUPL
                    ', DESPESA RECUSADA.'
                 MOVE 'REEMBOLS' TO WRK-LOG-PROGRAMA
                 STRING 'RECIBO DUPLICADO MATRICULA=' WRK-MATRICULA
                    ' RECIBO=' WRK-RECIBO
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                 MOVE 'W' TO WRK-LOG-SEVERIDADE
                 CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                    WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                 MOVE 'I' TO WRK-LOG-SEVERIDADE
              ELSE
                 PERFORM 0110-GRAVARDESPESA
              END-IF
           END-IF.

       0110-GRAVARDESPESA.
           MOVE 'N' TO WRK-SRV-VALIDO.
           PERFORM UNTIL WRK-SRV-VALIDO = 'S'
              DISPLAY ' DATA DA DESPESA (AAAAMMDD)?'
              ACCEPT WRK-DATADESP
              MOVE 'V' TO WRK-SRV-FUNCAO
              MOVE WRK-DATADESP TO WRK-SRV-DATA1
              CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
                 WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO
              IF WRK-SRV-VALIDO = 'N'
                 DISPLAY 'DATA INVALIDA, VERIFIQUE DIA, MES E ANO.'
              ELSE
                 IF WRK-DATADESP > WRK-DATASISTEMA-N
                    DISPLAY 'DATA DA DESPESA NAO PODE SER FUTURA.'
                    MOVE 'N' TO WRK-SRV-VALIDO
                 END-IF
              END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-CATEGORIA.
           PERFORM UNTIL WRK-CATEGORIA = 'VIAG' OR 'REFE'
                 OR 'COMB' OR 'OUTR'
              DISPLAY ' CATEGORIA (VIAG=VIAGEM REFE=REFEICAO '
                 'COMB=COMBUSTIVEL OUTR=OUTRAS)?'
              ACCEPT WRK-CATEGORIA
           END-PERFORM.
           MOVE 'N' TO WRK-CC-OK.
           PERFORM UNTIL WRK-CC-OK = 'S'
              DISPLAY ' CENTRO DE CUSTO (BRANCO=' REG-FU-CCUSTO ')?'
              MOVE SPACES TO WRK-CCUSTO
              ACCEPT WRK-CCUSTO
              IF WRK-CCUSTO = SPACES
                 MOVE REG-FU-CCUSTO TO WRK-CCUSTO
              END-IF
              IF WRK-CCUSTOMF-OK = 'N' OR WRK-CCUSTO = SPACES
                 MOVE 'S' TO WRK-CC-OK
              ELSE
                 MOVE WRK-CCUSTO TO REG-CC-COD
                 READ ARQ-CCUSTOS
                    INVALID KEY
                       DISPLAY 'CENTRO DE CUSTO NAO CADASTRADO.'
                    NOT INVALID KEY
                       MOVE 'S' TO WRK-CC-OK
                 END-READ
              END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-VALOR.
           PERFORM UNTIL WRK-VALOR > 0
              DISPLAY ' VALOR DA DESPESA?'
              ACCEPT WRK-VALOR
              IF WRK-VALOR = 0
                 DISPLAY 'VALOR DEVE SER MAIOR QUE ZERO.'
              END-IF
           END-PERFORM.
           DISPLAY ' DESCRICAO?'.
           MOVE SPACES TO WRK-DESCRICAO.
           ACCEPT WRK-DESCRICAO.
           PERFORM 0000-LERNUMREEMB.
           ADD 1 TO WRK-NUM-REEMB.
           MOVE WRK-NUM-REEMB   TO REG-RE-NUMERO.
           MOVE WRK-MATRICULA   TO REG-RE-MATRICULA.
           MOVE WRK-DATADESP    TO REG-RE-DATA.
           MOVE WRK-CATEGORIA   TO REG-RE-CATEGORIA.
           MOVE WRK-CCUSTO      TO REG-RE-CCUSTO.
           MOVE WRK-VALOR       TO REG-RE-VALOR.
           MOVE WRK-RECIBO      TO REG-RE-RECIBO.
           MOVE WRK-DESCRICAO   TO REG-RE-DESCRICAO.
           MOVE 'P'             TO REG-RE-STATUS.
           MOVE SPACES          TO REG-RE-FORMA.
           MOVE WRK-OPERADOR    TO REG-RE-OPERADOR.
           MOVE SPACES          TO REG-RE-APROVADOR.
           MOVE ZEROS           TO REG-RE-DATAAPROV.
           MOVE SPACES          TO REG-RE-MOTIVO.
           MOVE ZEROS           TO REG-RE-COMPETENCIA.
           MOVE ZEROS           TO REG-RE-TITULO.
           MOVE REG-FU-EMPRESA  TO REG-RE-EMPRESA.
           IF REG-RE-EMPRESA = SPACES
              MOVE '01'         TO REG-RE-EMPRESA
           END-IF.
           WRITE REG-REEMBOLSO
              INVALID KEY
                 DISPLAY 'DESPESA JA EXISTENTE, NUMERO '
                    WRK-NUM-REEMB
              NOT INVALID KEY
                 PERFORM 0000-GRAVARNUMREEMB
                 DISPLAY 'DESPESA ' WRK-NUM-REEMB
                    ' LANCADA, AGUARDANDO APROVACAO.'
                 MOVE 'REEMBOLS' TO WRK-LOG-PROGRAMA
                 STRING 'DESPESA=' WRK-NUM-REEMB
                    ' MATRICULA=' WRK-MATRICULA
                    ' VALOR=' WRK-VALOR
                    ' OPERADOR=' WRK-OPERADOR
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                 CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                    WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-WRITE.

       0000-PROCURARRECIBO.
           MOVE 'N' TO WRK-DUPLICADO.
           MOVE ZEROS TO REG-RE-NUMERO.
           START ARQ-REEMBOLSOS KEY IS NOT LESS THAN REG-RE-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-REEMBOLSOS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-REEMBOLSOS
           END-START.
           PERFORM 0000-COMPARARRECIBO
              UNTIL WRK-FS-REEMBOLSOS = '10'
                 OR WRK-DUPLICADO = 'S'.
           MOVE '00' TO WRK-FS-REEMBOLSOS.

       0000-COMPARARRECIBO.
           READ ARQ-REEMBOLSOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-REEMBOLSOS
              NOT AT END
                 IF REG-RE-MATRICULA = WRK-MATRICULA
                       AND REG-RE-RECIBO = WRK-RECIBO
                       AND REG-RE-STATUS NOT = 'R'
                    MOVE 'S' TO WRK-DUPLICADO
                    MOVE REG-RE-NUMERO TO WRK-NUM-DUPL
                 END-IF
           END-READ.

       0000-LERNUMREEMB.
           MOVE ZEROS TO WRK-NUM-REEMB.
           OPEN INPUT ARQ-REEMCTRL.
           IF WRK-FS-REEMCTRL = '00'
              READ ARQ-REEMCTRL
                 NOT AT END
                    MOVE REG-REEMCTRL TO WRK-NUM-REEMB
              END-READ
              CLOSE ARQ-REEMCTRL
           END-IF.

       0000-GRAVARNUMREEMB.
           OPEN OUTPUT ARQ-REEMCTRL.
           MOVE WRK-NUM-REEMB TO REG-REEMCTRL.
           WRITE REG-REEMCTRL.
           CLOSE ARQ-REEMCTRL.

       0004-DECIDIR.
           DISPLAY ' ID DO SUPERVISOR APROVADOR?'.
           ACCEPT WRK-SUPER-ID.
           PERFORM 0000-CONFERIRSUPERVISOR.
           IF WRK-SUPERVISOR = 'N'
              DISPLAY 'APROVACAO RESTRITA A SUPERVISOR.'
           ELSE
              DISPLAY ' NUMERO DA DESPESA?'
              ACCEPT WRK-NUM-REEMB
              MOVE WRK-NUM-REEMB TO REG-RE-NUMERO
              READ ARQ-REEMBOLSOS
                 INVALID KEY
                    DISPLAY 'DESPESA NAO ENCONTRADA.'
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN REG-RE-STATUS NOT = 'P'
                          DISPLAY 'DESPESA JA TRATADA '
                             '(SITUACAO=' REG-RE-STATUS ').'
                       WHEN REG-RE-OPERADOR = WRK-SUPER-ID
                          DISPLAY 'APROVADOR NAO PODE SER QUEM '
                             'LANCOU A DESPESA.'
                       WHEN OTHER
                          PERFORM 0200-REGISTRARDECISAO
                    END-EVALUATE
              END-READ
           END-IF.

       0200-REGISTRARDECISAO.
           DISPLAY 'DESPESA ' REG-RE-NUMERO
              ' MATRICULA=' REG-RE-MATRICULA
              ' DATA=' REG-RE-DATA.
           DISPLAY '   CATEGORIA=' REG-RE-CATEGORIA
              ' CC=' REG-RE-CCUSTO
              ' VALOR=' REG-RE-VALOR
              ' RECIBO=' REG-RE-RECIBO.
           DISPLAY '   ' REG-RE-DESCRICAO.
           DISPLAY ' DECISAO (A=APROVAR R=RECUSAR)?'.
           ACCEPT WRK-DECISAO.
           IF WRK-DECISAO = 'a'
              MOVE 'A' TO WRK-DECISAO
           END-IF.
           IF WRK-DECISAO = 'r'
              MOVE 'R' TO WRK-DECISAO
           END-IF.
           IF WRK-DECISAO NOT = 'A' AND WRK-DECISAO NOT = 'R'
              DISPLAY 'DECISAO INVALIDA.'
           ELSE
              MOVE SPACES TO WRK-FORMA WRK-MOTIVO
              IF WRK-DECISAO = 'A'
                 PERFORM UNTIL WRK-FORMA = 'F' OR WRK-FORMA = 'T'
                    DISPLAY ' REEMBOLSO (F=NA FOLHA T=TITULO A '
                       'PAGAR)?'
                    ACCEPT WRK-FORMA
                 END-PERFORM
              ELSE
                 PERFORM UNTIL WRK-MOTIVO NOT = SPACES
                    DISPLAY ' MOTIVO DA RECUSA?'
                    ACCEPT WRK-MOTIVO
                 END-PERFORM
              END-IF
              MOVE WRK-DECISAO TO REG-RE-STATUS
              MOVE WRK-FORMA TO REG-RE-FORMA
              MOVE WRK-MOTIVO TO REG-RE-MOTIVO
              MOVE WRK-SUPER-ID TO REG-RE-APROVADOR
              MOVE WRK-DATASISTEMA TO REG-RE-DATAAPROV
              REWRITE REG-REEMBOLSO
              DISPLAY 'DECISAO REGISTRADA.'
              MOVE 'REEMBOLS' TO WRK-LOG-PROGRAMA
              STRING 'DESPESA=' REG-RE-NUMERO
                 ' DECISAO=' WRK-DECISAO
                 ' FORMA=' WRK-FORMA
                 ' SUPERVISOR=' WRK-SUPER-ID
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-IF.

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

       0005-REEMBOLSAR.
           DISPLAY ' COMPETENCIA DA FOLHA PARA REEMBOLSO (AAAAMM, '
              '0=ATUAL)?'.
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA = 0
              COMPUTE WRK-COMPETENCIA =
                 (WRK-ANOSISTEMA * 100) + WRK-MESSISTEMA
           END-IF.
           PERFORM 0000-SITUACAOFOLHA.
           MOVE ZEROS TO WRK-QTD-FOLHA WRK-QTD-TITULOS
              WRK-QTD-MANTIDAS WRK-TOT-FOLHA WRK-TOT-TITULOS.
           OPEN I-O ARQ-EVENTOS.
           IF WRK-FS-EVENTOS = '35'
              OPEN OUTPUT ARQ-EVENTOS
              CLOSE ARQ-EVENTOS
              OPEN I-O ARQ-EVENTOS
           END-IF.
           OPEN I-O ARQ-PAGAR.
           IF WRK-FS-PAGAR = '35'
              OPEN OUTPUT ARQ-PAGAR
              CLOSE ARQ-PAGAR
              OPEN I-O ARQ-PAGAR
           END-IF.
           PERFORM 0000-LERNUMTITULO.
           MOVE ZEROS TO REG-RE-NUMERO.
           START ARQ-REEMBOLSOS KEY IS NOT LESS THAN REG-RE-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-REEMBOLSOS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-REEMBOLSOS
           END-START.
           PERFORM 0300-REEMBOLSARUMA
              UNTIL WRK-FS-REEMBOLSOS = '10'.
           MOVE '00' TO WRK-FS-REEMBOLSOS.
           PERFORM 0000-GRAVARNUMTITULO.
           CLOSE ARQ-PAGAR.
           CLOSE ARQ-EVENTOS.
           DISPLAY 'REEMBOLSOS NA FOLHA ' WRK-COMPETENCIA ' .. '
              WRK-QTD-FOLHA ' VALOR=' WRK-TOT-FOLHA.
           DISPLAY 'TITULOS A PAGAR GERADOS ..... '
              WRK-QTD-TITULOS ' VALOR=' WRK-TOT-TITULOS.
           IF WRK-QTD-MANTIDAS > 0
              DISPLAY 'DESPESAS MANTIDAS PARA A PROXIMA FOLHA: '
                 WRK-QTD-MANTIDAS
           END-IF.
           MOVE 'REEMBOLS' TO WRK-LOG-PROGRAMA.
           STRING 'REEMBOLSO COMP=' WRK-COMPETENCIA
              ' FOLHA=' WRK-QTD-FOLHA
              ' TITULOS=' WRK-QTD-TITULOS
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.

       0000-SITUACAOFOLHA.
           MOVE 'S' TO WRK-FOLHA-OK.
           MOVE 'A' TO WRK-CAL-STATUS.
           OPEN INPUT ARQ-FOLCAL.
           IF WRK-FS-FOLCAL = '00'
              PERFORM 0000-LERCALENDARIO UNTIL WRK-FS-FOLCAL = '10'
              CLOSE ARQ-FOLCAL
           END-IF.
           EVALUATE WRK-CAL-STATUS
              WHEN 'G'
                 DISPLAY 'FOLHA DA COMPETENCIA ' WRK-COMPETENCIA
                    ' JA PAGA, REEMBOLSOS NA FOLHA FICAM PARA A '
                    'PROXIMA COMPETENCIA.'
                 MOVE 'N' TO WRK-FOLHA-OK
              WHEN 'C'
              WHEN 'P'
                 DISPLAY 'ATENCAO: FOLHA DA COMPETENCIA '
                    WRK-COMPETENCIA ' JA CALCULADA, REPROCESSE-A '
                    'PARA INCLUIR OS REEMBOLSOS.'
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0000-LERCALENDARIO.
           READ ARQ-FOLCAL
              AT END
                 MOVE '10' TO WRK-FS-FOLCAL
              NOT AT END
                 IF REG-FC-COMPETENCIA = WRK-COMPETENCIA
                    MOVE REG-FC-STATUS TO WRK-CAL-STATUS
                 END-IF
           END-READ.

       0300-REEMBOLSARUMA.
           READ ARQ-REEMBOLSOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-REEMBOLSOS
              NOT AT END
                 MOVE REG-RE-EMPRESA TO WRK-EMPRESA-REEMB
                 IF WRK-EMPRESA-REEMB = SPACES
                    MOVE '01' TO WRK-EMPRESA-REEMB
                 END-IF
                 IF REG-RE-STATUS = 'A'
                       AND WRK-EMPRESA-REEMB = WRK-CIA-EMPRESA
                    IF REG-RE-FORMA = 'T'
                       PERFORM 0310-GERARTITULO
                    ELSE
                       IF WRK-FOLHA-OK = 'S'
                          PERFORM 0320-LANCARNAFOLHA
                       ELSE
                          ADD 1 TO WRK-QTD-MANTIDAS
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0310-GERARTITULO.
           ADD 1 TO WRK-NUM-TITULO.
           MOVE WRK-NUM-TITULO TO REG-AP-NUMERO.
           MOVE SPACES TO REG-AP-FORNECEDOR.
           MOVE WRK-DATASISTEMA TO REG-AP-EMISSAO.
           MOVE WRK-DATASISTEMA TO REG-AP-VENCIMENTO.
           MOVE REG-RE-VALOR TO REG-AP-VALOR.
           MOVE 'E' TO REG-AP-ORIGEM.
           MOVE REG-RE-NUMERO TO REG-AP-REFERENCIA.
           MOVE 'A' TO REG-AP-STATUS.
           MOVE ZEROS TO REG-AP-DATAPAGTO.
           MOVE ZEROS TO REG-AP-VALORPAGO.
           MOVE SPACES TO REG-AP-SERVICO.
           MOVE 'A' TO REG-AP-RETSIT.
           MOVE ZEROS TO REG-AP-RETIDO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 6
              MOVE ZEROS TO REG-AP-RETENCAO(WRK-IDX)
           END-PERFORM.
           MOVE ZEROS TO REG-AP-TRIBUTO.
           MOVE WRK-EMPRESA-REEMB TO REG-AP-EMPRESA.
           MOVE ZEROS TO REG-AP-DATAREM.
           MOVE SPACES TO REG-AP-MOTIVO.
           WRITE REG-PAGAR
              INVALID KEY
                 DISPLAY 'TITULO JA EXISTENTE, NUMERO '
                    WRK-NUM-TITULO
              NOT INVALID KEY
                 ADD 1 TO WRK-QTD-TITULOS
                 ADD REG-RE-VALOR TO WRK-TOT-TITULOS
                 MOVE 'T' TO REG-RE-STATUS
                 MOVE WRK-NUM-TITULO TO REG-RE-TITULO
                 REWRITE REG-REEMBOLSO
           END-WRITE.

       0320-LANCARNAFOLHA.
           MOVE REG-RE-MATRICULA TO REG-EV-MATRICULA.
           MOVE 'REEM' TO REG-EV-CODIGO.
           MOVE 'N' TO WRK-EV-EXISTE.
           READ ARQ-EVENTOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WRK-EV-EXISTE
           END-READ.
           IF WRK-EV-EXISTE = 'S' AND REG-EV-TIPO = 'N'
                 AND REG-EV-COMPINI = WRK-COMPETENCIA
              ADD REG-RE-VALOR TO REG-EV-VALOR
              REWRITE REG-EVENTO
                 INVALID KEY
                    DISPLAY 'ERRO AO REGRAVAR EVENTO REEM DA '
                       'MATRICULA ' REG-RE-MATRICULA
              END-REWRITE
           ELSE
              MOVE REG-RE-MATRICULA TO REG-EV-MATRICULA
              MOVE 'REEM' TO REG-EV-CODIGO
              MOVE 'REEMBOLSO DESPESAS' TO REG-EV-DESCRICAO
              MOVE 'N' TO REG-EV-TIPO
              MOVE 'V' TO REG-EV-FORMA
              MOVE REG-RE-VALOR TO REG-EV-VALOR
              MOVE WRK-COMPETENCIA TO REG-EV-COMPINI
              MOVE WRK-COMPETENCIA TO REG-EV-COMPFIM
              IF WRK-EV-EXISTE = 'S'
                 REWRITE REG-EVENTO
                    INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR EVENTO REEM DA '
                          'MATRICULA ' REG-RE-MATRICULA
                 END-REWRITE
              ELSE
                 WRITE REG-EVENTO
                    INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR EVENTO REEM DA '
                          'MATRICULA ' REG-RE-MATRICULA
                 END-WRITE
              END-IF
           END-IF.
           ADD 1 TO WRK-QTD-FOLHA.
           ADD REG-RE-VALOR TO WRK-TOT-FOLHA.
           MOVE 'F' TO REG-RE-STATUS.
           MOVE WRK-COMPETENCIA TO REG-RE-COMPETENCIA.
           REWRITE REG-REEMBOLSO.

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

       0006-RELATORIO.
           DISPLAY ' SITUACAO (P=PENDENTES A=APROVADAS R=RECUSADAS '
              'F/T=REEMBOLSADAS BRANCO=TODAS)?'.
           MOVE SPACES TO WRK-FILTRO.
           ACCEPT WRK-FILTRO.
           MOVE ZEROS TO WRK-QTD-LISTADAS WRK-TOT-LISTADAS.
           OPEN OUTPUT ARQ-RELREEMB.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DESPESAS DE FUNCIONARIOS A REEMBOLSAR - '
              WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREEMB FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'NUMERO   MATRIC DATA     CAT  CC           VALOR '
              'RECIBO     S F'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREEMB FROM WRK-LINHA.
           MOVE ZEROS TO REG-RE-NUMERO.
           START ARQ-REEMBOLSOS KEY IS NOT LESS THAN REG-RE-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-REEMBOLSOS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-REEMBOLSOS
           END-START.
           PERFORM 0400-LISTARUMA UNTIL WRK-FS-REEMBOLSOS = '10'.
           MOVE '00' TO WRK-FS-REEMBOLSOS.
           MOVE WRK-TOT-LISTADAS TO WRK-VLR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DESPESAS=' WRK-QTD-LISTADAS
              ' VALOR TOTAL=' WRK-VLR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREEMB FROM WRK-LINHA.
           CLOSE ARQ-RELREEMB.
           MOVE 'REEMBREL.TXT' TO WRK-NOME-RELAT.
           MOVE 'REEMBOLS' TO WRK-LOG-PROGRAMA.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'DESPESAS LISTADAS: ' WRK-QTD-LISTADAS.
           DISPLAY 'RELATORIO GRAVADO EM REEMBREL.TXT'.

       0400-LISTARUMA.
           READ ARQ-REEMBOLSOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-REEMBOLSOS
              NOT AT END
                 IF WRK-FILTRO = SPACES
                       OR REG-RE-STATUS = WRK-FILTRO
                       OR (WRK-FILTRO = 'F' AND REG-RE-STATUS = 'T')
                       OR (WRK-FILTRO = 'T' AND REG-RE-STATUS = 'F')
                    ADD 1 TO WRK-QTD-LISTADAS
                    ADD REG-RE-VALOR TO WRK-TOT-LISTADAS
                    MOVE REG-RE-VALOR TO WRK-VLR-ED
                    MOVE SPACES TO WRK-LINHA
                    STRING REG-RE-NUMERO ' ' REG-RE-MATRICULA ' '
                       REG-RE-DATA ' ' REG-RE-CATEGORIA ' '
                       REG-RE-CCUSTO ' ' WRK-VLR-ED ' '
                       REG-RE-RECIBO ' ' REG-RE-STATUS ' '
                       REG-RE-FORMA
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-RELREEMB FROM WRK-LINHA
                    IF REG-RE-STATUS = 'R'
                       MOVE SPACES TO WRK-LINHA
                       STRING '         RECUSADA: ' REG-RE-MOTIVO
                          DELIMITED BY SIZE INTO WRK-LINHA
                       WRITE REG-RELREEMB FROM WRK-LINHA
                    END-IF
                 END-IF
           END-READ.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'APCTRL.DAT' TO WRK-NOME-APCTRL.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-APCTRL WRK-CIA-VALIDO.
