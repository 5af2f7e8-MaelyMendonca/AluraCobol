       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDANON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-POLITICA ASSIGN TO "LGPDPOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-POLITICA.
           SELECT ARQ-CLIENTES ASSIGN TO "CLIMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CL-COD
               FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-ENDERECOS ASSIGN TO "ENDENTMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-EN-CHAVE
               FILE STATUS IS WRK-FS-ENDERECOS.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "FUNCMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FU-MATRICULA
               FILE STATUS IS WRK-FS-FUNCIONARIOS.
           SELECT ARQ-DEPENDENTES ASSIGN TO "DEPENMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-DP-CHAVE
               FILE STATUS IS WRK-FS-DEPENDENTES.
           SELECT ARQ-ALUNOS ASSIGN TO "ALUNOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AL-MATRICULA
               FILE STATUS IS WRK-FS-ALUNOS.
           SELECT ARQ-RESPONSAVEIS ASSIGN TO "RESPMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-RS-CHAVE
               FILE STATUS IS WRK-FS-RESPONSAVEIS.
           SELECT ARQ-CERTIFICADOS ASSIGN TO "CERTMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CE-NUMERO
               FILE STATUS IS WRK-FS-CERTIFICADOS.
           SELECT ARQ-FATURAS ASSIGN TO "FATURMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-NUMERO
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT ARQ-PEDIDMF ASSIGN TO "PEDIDMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PE-NUMERO
               FILE STATUS IS WRK-FS-PEDIDMF.
           SELECT ARQ-EVENTOS ASSIGN TO "EVENTMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-EV-CHAVE
               FILE STATUS IS WRK-FS-EVENTOS.
           SELECT ARQ-EMPRESTIMOS ASSIGN TO "EMPREMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-EP-CHAVE
               FILE STATUS IS WRK-FS-EMPRESTIMOS.
           SELECT ARQ-REEMBOLSOS ASSIGN TO "REEMBMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-RE-NUMERO
               FILE STATUS IS WRK-FS-REEMBOLSOS.
           SELECT ARQ-FOLHAHIS ASSIGN TO "FOLHAHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHAHIS.
           SELECT ARQ-NOTASMF ASSIGN TO "NOTAHMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NH-CHAVE
               FILE STATUS IS WRK-FS-NOTASMF.
           SELECT ARQ-OPERADORES ASSIGN TO "OPERMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OP-ID
               FILE STATUS IS WRK-FS-OPERADORES.
           SELECT ARQ-RELANON ASSIGN TO "LGPDREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELANON.
           SELECT ARQ-RELTIT ASSIGN TO "LGPDTIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELTIT.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-POLITICA.
       01 REG-POLITICA.
          02 REG-LP-ARQUIVO     PIC X(08).
          02 REG-LP-MESES       PIC 9(03).
       FD ARQ-CLIENTES.
       01 REG-CLIENTE.
       COPY CLIREG.
       FD ARQ-ENDERECOS.
       01 REG-ENDERECO.
       COPY ENDREG.
       FD ARQ-FUNCIONARIOS.
       01 REG-FUNCIONARIO.
       COPY FUNCREG.
       FD ARQ-DEPENDENTES.
       01 REG-DEPENDENTE.
       COPY DEPREG.
       FD ARQ-ALUNOS.
       01 REG-ALUNO.
       COPY ALUNREG.
       FD ARQ-RESPONSAVEIS.
       01 REG-RESPONSAVEL.
       COPY RSPREG.
       FD ARQ-CERTIFICADOS.
       01 REG-CERTIFICADO.
       COPY CERREG.
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-PEDIDMF.
       01 REG-PEDIDO.
       COPY PEDIREG.
       FD ARQ-EVENTOS.
       01 REG-EVENTO.
       COPY EVEREG.
       FD ARQ-EMPRESTIMOS.
       01 REG-EMPRESTIMO.
       COPY EMPREG.
       FD ARQ-REEMBOLSOS.
       01 REG-REEMBOLSO.
       COPY REEREG.
       FD ARQ-FOLHAHIS.
       01 REG-FOLHAHIS.
       COPY FOLHREG.
       FD ARQ-NOTASMF.
       01 REG-NOTAHMF.
       COPY NOTAREG.
       FD ARQ-OPERADORES.
       01 REG-OPERADOR.
       COPY OPERREG.
       FD ARQ-RELANON.
       01 REG-RELANON          PIC X(100).
       FD ARQ-RELTIT.
       01 REG-RELTIT           PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       01 WRK-DATASISTEMA-N REDEFINES WRK-DATASISTEMA PIC 9(08).
       01 WRK-DATALIMITE.
          02 WRK-LIM-ANO      PIC 9(04).
          02 WRK-LIM-MES      PIC 9(02).
          02 WRK-LIM-DIA      PIC 9(02).
       01 WRK-DATALIMITE-N REDEFINES WRK-DATALIMITE PIC 9(08).
       77 WRK-FS-POLITICA  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CLIENTES  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-ENDERECOS PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FUNCIONARIOS PIC X(02)  VALUE ZEROS.
       77 WRK-FS-DEPENDENTES PIC X(02)   VALUE ZEROS.
       77 WRK-FS-ALUNOS    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RESPONSAVEIS PIC X(02)  VALUE ZEROS.
       77 WRK-FS-CERTIFICADOS PIC X(02)  VALUE ZEROS.
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PEDIDMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-EVENTOS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-EMPRESTIMOS PIC X(02)   VALUE ZEROS.
       77 WRK-FS-REEMBOLSOS PIC X(02)    VALUE ZEROS.
       77 WRK-FS-FOLHAHIS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-NOTASMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-OPERADORES PIC X(02)    VALUE ZEROS.
       77 WRK-FS-RELANON   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELTIT    PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'LGPDANON'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-SUPER-ID     PIC X(08)     VALUE SPACES.
       77 WRK-SUPERVISOR   PIC X(01)     VALUE 'N'.
       77 WRK-ACAO-DUPLO   PIC X(08)     VALUE 'ANONIMIZ'.
       77 WRK-APROVADO     PIC X(01)     VALUE 'N'.
       77 WRK-NOME-ANONIMO PIC X(30)     VALUE 'ANONIMIZADO LGPD'.
       77 WRK-MODO         PIC X(01)     VALUE 'S'.
       77 WRK-RESPOSTA     PIC X(01)     VALUE SPACES.
       77 WRK-ARQUIVO      PIC X(08)     VALUE SPACES.
       77 WRK-MESES        PIC 9(03)     VALUE ZEROS.
       77 WRK-TOTMESES     PIC 9(06)     VALUE ZEROS.
       77 WRK-POL-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-POL-ACHADA   PIC X(01)     VALUE 'N'.
       77 WRK-QTD-POL      PIC 9(02)     VALUE ZEROS.
       01 WRK-POL-TAB.
          02 WRK-POL-ITEM OCCURS 5 TIMES.
             03 WRK-POL-ARQ     PIC X(08).
             03 WRK-POL-MESES   PIC 9(03).
             03 WRK-POL-LIMITE  PIC 9(08).
       77 WRK-END-OK       PIC X(01)     VALUE 'N'.
       77 WRK-DEP-OK       PIC X(01)     VALUE 'N'.
       77 WRK-RSP-OK       PIC X(01)     VALUE 'N'.
       77 WRK-QTD-CLI      PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-END      PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-FUN      PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-DEP      PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-ALU      PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-RSP      PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-DATADOS  PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-TOTAL    PIC 9(06)     VALUE ZEROS.
       77 WRK-TIPO         PIC X(01)     VALUE SPACES.
       77 WRK-CODIGO       PIC X(08)     VALUE SPACES.
       77 WRK-TITULAR-OK   PIC X(01)     VALUE 'N'.
       77 WRK-REL-ARQ      PIC X(08)     VALUE SPACES.
       77 WRK-REL-CHAVE    PIC X(10)     VALUE SPACES.
       77 WRK-REL-NOME     PIC X(30)     VALUE SPACES.
       77 WRK-REL-DATA     PIC 9(08)     VALUE ZEROS.
       77 WRK-REL-DETALHE  PIC X(40)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-BUSCA        PIC X(30)     VALUE SPACES.
       77 WRK-TAM          PIC 9(02)     VALUE ZEROS.
       77 WRK-TAM-CMP      PIC 9(02)     VALUE ZEROS.
       77 WRK-CMP-NOME     PIC X(30)     VALUE SPACES.
       77 WRK-CMP-LIMITE   PIC 9(02)     VALUE ZEROS.
       77 WRK-CMP-OK       PIC X(01)     VALUE 'N'.
       77 WRK-QTD-OCORR    PIC 9(06)     VALUE ZEROS.
       77 WRK-TAB-IDX      PIC 9(02)     VALUE ZEROS.
       77 WRK-TAB-ACHADO   PIC X(01)     VALUE 'N'.
       77 WRK-QTD-TC       PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-TF       PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-TA       PIC 9(02)     VALUE ZEROS.
       01 WRK-TC-TAB.
          02 WRK-TC-COD     PIC X(05) OCCURS 20 TIMES.
       01 WRK-TF-TAB.
          02 WRK-TF-MAT     PIC X(06) OCCURS 20 TIMES.
       01 WRK-TA-TAB.
          02 WRK-TA-MAT     PIC X(08) OCCURS 20 TIMES.
       77 WRK-VLR-ED       PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           PERFORM 0000-CARREGARPOLITICA.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'PROTECAO DE DADOS PESSOAIS (LGPD)'.
           DISPLAY ' 1 - POLITICA DE RETENCAO POR ARQUIVO'.
           DISPLAY ' 2 - SIMULAR ANONIMIZACAO (SEM ALTERAR DADOS)'.
           DISPLAY ' 3 - EXECUTAR ANONIMIZACAO DOS INATIVOS'.
           DISPLAY ' 4 - ANONIMIZAR TITULAR A PEDIDO'.
           DISPLAY ' 5 - RELATORIO DO TITULAR'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-MANTERPOLITICA
              WHEN '2'
                 MOVE 'S' TO WRK-MODO
                 PERFORM 0300-PROCESSARLOTE
              WHEN '3'
                 PERFORM 0004-EXECUTARLOTE
              WHEN '4'
                 PERFORM 0005-ANONIMIZARTITULAR
              WHEN '5'
                 PERFORM 0006-RELATORIOTITULAR
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0000-CARREGARPOLITICA.
           MOVE 5 TO WRK-QTD-POL.
           MOVE 'CLIMF'   TO WRK-POL-ARQ(1).
           MOVE 'FUNCMF'  TO WRK-POL-ARQ(2).
           MOVE 'DEPENMF' TO WRK-POL-ARQ(3).
           MOVE 'ALUNOMF' TO WRK-POL-ARQ(4).
           MOVE 'RESPMF'  TO WRK-POL-ARQ(5).
           PERFORM VARYING WRK-POL-IDX FROM 1 BY 1
                 UNTIL WRK-POL-IDX > WRK-QTD-POL
              MOVE 060 TO WRK-POL-MESES(WRK-POL-IDX)
              MOVE ZEROS TO WRK-POL-LIMITE(WRK-POL-IDX)
           END-PERFORM.
           OPEN INPUT ARQ-POLITICA.
           IF WRK-FS-POLITICA = '00'
              PERFORM 0000-LERPOLITICA
                 UNTIL WRK-FS-POLITICA = '10'
              CLOSE ARQ-POLITICA
           END-IF.

       0000-LERPOLITICA.
           READ ARQ-POLITICA
              AT END
                 MOVE '10' TO WRK-FS-POLITICA
              NOT AT END
                 MOVE REG-LP-ARQUIVO TO WRK-ARQUIVO
                 PERFORM 0000-LOCALIZARPOLITICA
                 IF WRK-POL-ACHADA = 'S' AND REG-LP-MESES > 0
                    MOVE REG-LP-MESES TO WRK-POL-MESES(WRK-POL-IDX)
                 END-IF
           END-READ.

       0000-LOCALIZARPOLITICA.
           MOVE 'N' TO WRK-POL-ACHADA.
           PERFORM VARYING WRK-POL-IDX FROM 1 BY 1
                 UNTIL WRK-POL-IDX > WRK-QTD-POL
                    OR WRK-POL-ACHADA = 'S'
              IF WRK-POL-ARQ(WRK-POL-IDX) = WRK-ARQUIVO
                 MOVE 'S' TO WRK-POL-ACHADA
              END-IF
           END-PERFORM.
           IF WRK-POL-ACHADA = 'S'
              SUBTRACT 1 FROM WRK-POL-IDX
           END-IF.

       0003-MANTERPOLITICA.
           PERFORM VARYING WRK-POL-IDX FROM 1 BY 1
                 UNTIL WRK-POL-IDX > WRK-QTD-POL
              DISPLAY WRK-POL-ARQ(WRK-POL-IDX) ' RETENCAO '
                 WRK-POL-MESES(WRK-POL-IDX) ' MESES APOS A '
                 'INATIVACAO'
           END-PERFORM.
           DISPLAY 'DEPENMF CONTA DO DESLIGAMENTO DO FUNCIONARIO, '
              'RESPMF DA INATIVACAO DO ALUNO E OS ENDERECOS '
              'SEGUEM O CLIMF.'.
           DISPLAY ' ID DO SUPERVISOR PARA ALTERAR (BRANCO=SAIR)?'.
           MOVE SPACES TO WRK-SUPER-ID.
           ACCEPT WRK-SUPER-ID.
           PERFORM 0000-CONFERIRSUPERVISOR.
           IF WRK-SUPERVISOR = 'N'
              IF WRK-SUPER-ID NOT = SPACES
                 DISPLAY 'ALTERACAO DA POLITICA RESTRITA A '
                    'SUPERVISOR.'
              END-IF
           ELSE
              DISPLAY ' ARQUIVO?'
              ACCEPT WRK-ARQUIVO
              PERFORM 0000-LOCALIZARPOLITICA
              IF WRK-POL-ACHADA = 'N'
                 DISPLAY 'ARQUIVO SEM POLITICA DE RETENCAO.'
              ELSE
                 MOVE ZEROS TO WRK-MESES
                 PERFORM UNTIL WRK-MESES > 0
                    DISPLAY ' MESES DE RETENCAO APOS A INATIVACAO?'
                    ACCEPT WRK-MESES
                    IF WRK-MESES = 0
                       DISPLAY 'RETENCAO DEVE SER MAIOR QUE ZERO.'
                    END-IF
                 END-PERFORM
                 MOVE WRK-MESES TO WRK-POL-MESES(WRK-POL-IDX)
                 PERFORM 0000-GRAVARPOLITICA
                 DISPLAY 'POLITICA GRAVADA.'
                 MOVE SPACES TO WRK-LOG-MENSAGEM
                 STRING 'RETENCAO ' WRK-ARQUIVO ' MESES=' WRK-MESES
                    ' SUPERVISOR=' WRK-SUPER-ID
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                 MOVE 'W' TO WRK-LOG-SEVERIDADE
                 CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                    WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                 MOVE 'I' TO WRK-LOG-SEVERIDADE
              END-IF
           END-IF.

       0000-GRAVARPOLITICA.
           OPEN OUTPUT ARQ-POLITICA.
           PERFORM VARYING WRK-POL-IDX FROM 1 BY 1
                 UNTIL WRK-POL-IDX > WRK-QTD-POL
              MOVE WRK-POL-ARQ(WRK-POL-IDX) TO REG-LP-ARQUIVO
              MOVE WRK-POL-MESES(WRK-POL-IDX) TO REG-LP-MESES
              WRITE REG-POLITICA
           END-PERFORM.
           CLOSE ARQ-POLITICA.

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

       0000-CALCULARLIMITES.
           PERFORM VARYING WRK-POL-IDX FROM 1 BY 1
                 UNTIL WRK-POL-IDX > WRK-QTD-POL
              COMPUTE WRK-TOTMESES = (WRK-ANOSISTEMA * 12)
                 + WRK-MESSISTEMA - 1 - WRK-POL-MESES(WRK-POL-IDX)
              DIVIDE WRK-TOTMESES BY 12 GIVING WRK-LIM-ANO
                 REMAINDER WRK-LIM-MES
              ADD 1 TO WRK-LIM-MES
              MOVE WRK-DIASISTEMA TO WRK-LIM-DIA
              MOVE WRK-DATALIMITE-N TO WRK-POL-LIMITE(WRK-POL-IDX)
           END-PERFORM.

       0004-EXECUTARLOTE.
           DISPLAY ' CONFIRMA A ANONIMIZACAO DOS REGISTROS INATIVOS '
              'ALEM DO PRAZO DE RETENCAO (S/N)?'.
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
              MOVE 'ANONIMIZ' TO WRK-ACAO-DUPLO
              CALL 'APROVSRV' USING WRK-ACAO-DUPLO
                 WRK-OPERADOR WRK-APROVADO
              IF WRK-APROVADO = 'S'
                 MOVE 'E' TO WRK-MODO
                 PERFORM 0300-PROCESSARLOTE
              ELSE
                 DISPLAY 'ANONIMIZACAO EXIGE APROVACAO PREVIA DE '
                    'SUPERVISOR (SOLICITE A ACAO ANONIMIZ NO DUPLO '
                    'CONTROLE).'
              END-IF
           END-IF.

       0300-PROCESSARLOTE.
           PERFORM 0000-CALCULARLIMITES.
           MOVE ZEROS TO WRK-QTD-CLI WRK-QTD-END WRK-QTD-FUN
              WRK-QTD-DEP WRK-QTD-ALU WRK-QTD-RSP WRK-QTD-DATADOS.
           OPEN OUTPUT ARQ-RELANON.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-MODO = 'E'
              STRING 'ANONIMIZACAO DE DADOS PESSOAIS (LGPD) - '
                 'EXECUCAO EM ' WRK-DATASISTEMA
                 ' OPERADOR ' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              STRING 'ANONIMIZACAO DE DADOS PESSOAIS (LGPD) - '
                 'SIMULACAO EM ' WRK-DATASISTEMA
                 ' OPERADOR ' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELANON FROM WRK-LINHA.
           PERFORM VARYING WRK-POL-IDX FROM 1 BY 1
                 UNTIL WRK-POL-IDX > WRK-QTD-POL
              MOVE SPACES TO WRK-LINHA
              STRING 'RETENCAO ' WRK-POL-ARQ(WRK-POL-IDX) ' '
                 WRK-POL-MESES(WRK-POL-IDX) ' MESES - INATIVOS '
                 'ATE ' WRK-POL-LIMITE(WRK-POL-IDX)
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELANON FROM WRK-LINHA
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ARQUIVO  CHAVE      NOME'
              '                           INATIVO EM'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELANON FROM WRK-LINHA.
           PERFORM 0310-LOTECLIENTES.
           PERFORM 0320-LOTEFUNCIONARIOS.
           PERFORM 0330-LOTEALUNOS.
           PERFORM 0000-TOTALIZARANON.
           CLOSE ARQ-RELANON.
           MOVE 'LGPDREL.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'LOTE LGPD MODO=' WRK-MODO
              ' REGISTROS=' WRK-QTD-TOTAL
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           IF WRK-MODO = 'E'
              MOVE 'W' TO WRK-LOG-SEVERIDADE
           END-IF.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.
           MOVE 'I' TO WRK-LOG-SEVERIDADE.
           DISPLAY 'REGISTROS ALCANCADOS: ' WRK-QTD-TOTAL.
           IF WRK-QTD-DATADOS > 0
              DISPLAY 'INATIVOS SEM DATA DE INATIVACAO: '
                 WRK-QTD-DATADOS
           END-IF.
           DISPLAY 'RELATORIO GRAVADO EM LGPDREL.TXT'.

       0000-TOTALIZARANON.
           COMPUTE WRK-QTD-TOTAL = WRK-QTD-CLI + WRK-QTD-END
              + WRK-QTD-FUN + WRK-QTD-DEP + WRK-QTD-ALU
              + WRK-QTD-RSP.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CLIENTES=' WRK-QTD-CLI ' ENDERECOS=' WRK-QTD-END
              ' FUNCIONARIOS=' WRK-QTD-FUN
              ' DEPENDENTES=' WRK-QTD-DEP
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELANON FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ALUNOS=' WRK-QTD-ALU ' RESPONSAVEIS=' WRK-QTD-RSP
              ' TOTAL=' WRK-QTD-TOTAL
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELANON FROM WRK-LINHA.
           IF WRK-QTD-DATADOS > 0
              MOVE SPACES TO WRK-LINHA
              IF WRK-MODO = 'E'
                 STRING 'INATIVOS SEM DATA DE INATIVACAO DATADOS '
                    'HOJE (INICIO DA RETENCAO)=' WRK-QTD-DATADOS
                    DELIMITED BY SIZE INTO WRK-LINHA
              ELSE
                 STRING 'INATIVOS SEM DATA DE INATIVACAO (SERAO '
                    'DATADOS NA EXECUCAO)=' WRK-QTD-DATADOS
                    DELIMITED BY SIZE INTO WRK-LINHA
              END-IF
              WRITE REG-RELANON FROM WRK-LINHA
           END-IF.

       0000-LISTARCANDIDATO.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-REL-ARQ ' ' WRK-REL-CHAVE ' ' WRK-REL-NOME ' '
              WRK-REL-DATA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELANON FROM WRK-LINHA.
           IF WRK-MODO = 'E'
              MOVE SPACES TO WRK-LOG-MENSAGEM
              STRING 'ANONIMIZADO ' WRK-REL-ARQ
                 ' CHAVE=' WRK-REL-CHAVE
                 ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-IF.

       0310-LOTECLIENTES.
           OPEN I-O ARQ-CLIENTES.
           IF WRK-FS-CLIENTES = '00'
              PERFORM 0000-ABRIRENDERECOS
              MOVE LOW-VALUES TO REG-CL-COD
              START ARQ-CLIENTES KEY IS NOT LESS THAN REG-CL-COD
                 INVALID KEY
                    MOVE '10' TO WRK-FS-CLIENTES
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-CLIENTES
              END-START
              PERFORM 0000-AVALIARCLIENTE
                 UNTIL WRK-FS-CLIENTES = '10'
              IF WRK-END-OK = 'S'
                 CLOSE ARQ-ENDERECOS
              END-IF
              CLOSE ARQ-CLIENTES
           END-IF.

       0000-ABRIRENDERECOS.
           MOVE 'N' TO WRK-END-OK.
           OPEN I-O ARQ-ENDERECOS.
           IF WRK-FS-ENDERECOS = '00'
              MOVE 'S' TO WRK-END-OK
           END-IF.

       0000-AVALIARCLIENTE.
           READ ARQ-CLIENTES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CLIENTES
              NOT AT END
                 IF REG-CL-STATUS = 'I'
                       AND REG-CL-NOME NOT = WRK-NOME-ANONIMO
                    IF REG-CL-DATAINATIVO = 0
                       ADD 1 TO WRK-QTD-DATADOS
                       IF WRK-MODO = 'E'
                          MOVE WRK-DATASISTEMA-N
                             TO REG-CL-DATAINATIVO
                          REWRITE REG-CLIENTE
                       END-IF
                    ELSE
                       IF REG-CL-DATAINATIVO <= WRK-POL-LIMITE(1)
                          PERFORM 0400-ANONIMIZARCLIENTE
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0400-ANONIMIZARCLIENTE.
           MOVE 'CLIMF' TO WRK-REL-ARQ.
           MOVE REG-CL-COD TO WRK-REL-CHAVE.
           MOVE REG-CL-NOME TO WRK-REL-NOME.
           MOVE REG-CL-DATAINATIVO TO WRK-REL-DATA.
           PERFORM 0000-LISTARCANDIDATO.
           ADD 1 TO WRK-QTD-CLI.
           IF WRK-MODO = 'E'
              MOVE WRK-NOME-ANONIMO TO REG-CL-NOME
              REWRITE REG-CLIENTE
           END-IF.
           IF WRK-END-OK = 'S'
              MOVE REG-CL-COD TO REG-EN-CLIENTE
              MOVE ZEROS TO REG-EN-SEQ
              START ARQ-ENDERECOS KEY IS NOT LESS THAN REG-EN-CHAVE
                 INVALID KEY
                    MOVE '10' TO WRK-FS-ENDERECOS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-ENDERECOS
              END-START
              PERFORM 0000-ANONIMIZARENDERECO
                 UNTIL WRK-FS-ENDERECOS = '10'
              MOVE '00' TO WRK-FS-ENDERECOS
           END-IF.

       0000-ANONIMIZARENDERECO.
           READ ARQ-ENDERECOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ENDERECOS
              NOT AT END
                 IF REG-EN-CLIENTE NOT = REG-CL-COD
                    MOVE '10' TO WRK-FS-ENDERECOS
                 ELSE
                    IF REG-EN-LOGRADOURO NOT = WRK-NOME-ANONIMO
                       MOVE 'ENDENTMF' TO WRK-REL-ARQ
                       MOVE SPACES TO WRK-REL-CHAVE
                       STRING REG-EN-CLIENTE REG-EN-SEQ
                          DELIMITED BY SIZE INTO WRK-REL-CHAVE
                       MOVE REG-EN-CONTATO TO WRK-REL-NOME
                       PERFORM 0000-LISTARCANDIDATO
                       ADD 1 TO WRK-QTD-END
                       IF WRK-MODO = 'E'
                          MOVE WRK-NOME-ANONIMO TO REG-EN-LOGRADOURO
                          MOVE SPACES TO REG-EN-CIDADE
                             REG-EN-CONTATO
                          MOVE ZEROS TO REG-EN-CEP
                          REWRITE REG-ENDERECO
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0320-LOTEFUNCIONARIOS.
           OPEN I-O ARQ-FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS = '00'
              PERFORM 0000-ABRIRDEPENDENTES
              MOVE LOW-VALUES TO REG-FU-MATRICULA
              START ARQ-FUNCIONARIOS
                    KEY IS NOT LESS THAN REG-FU-MATRICULA
                 INVALID KEY
                    MOVE '10' TO WRK-FS-FUNCIONARIOS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-FUNCIONARIOS
              END-START
              PERFORM 0000-AVALIARFUNCIONARIO
                 UNTIL WRK-FS-FUNCIONARIOS = '10'
              IF WRK-DEP-OK = 'S'
                 CLOSE ARQ-DEPENDENTES
              END-IF
              CLOSE ARQ-FUNCIONARIOS
           END-IF.

       0000-ABRIRDEPENDENTES.
           MOVE 'N' TO WRK-DEP-OK.
           OPEN I-O ARQ-DEPENDENTES.
           IF WRK-FS-DEPENDENTES = '00'
              MOVE 'S' TO WRK-DEP-OK
           END-IF.

       0000-AVALIARFUNCIONARIO.
           READ ARQ-FUNCIONARIOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FUNCIONARIOS
              NOT AT END
                 IF REG-FU-STATUS = 'D'
                       AND REG-FU-DATADEMISSAO > 0
                    IF REG-FU-NOME NOT = WRK-NOME-ANONIMO
                          AND REG-FU-DATADEMISSAO
                             <= WRK-POL-LIMITE(2)
                       PERFORM 0410-ANONIMIZARFUNCIONARIO
                    END-IF
                    IF REG-FU-DATADEMISSAO <= WRK-POL-LIMITE(3)
                       PERFORM 0420-ANONIMIZARDEPENDENTES
                    END-IF
                 END-IF
           END-READ.

       0410-ANONIMIZARFUNCIONARIO.
           MOVE 'FUNCMF' TO WRK-REL-ARQ.
           MOVE REG-FU-MATRICULA TO WRK-REL-CHAVE.
           MOVE REG-FU-NOME TO WRK-REL-NOME.
           MOVE REG-FU-DATADEMISSAO TO WRK-REL-DATA.
           PERFORM 0000-LISTARCANDIDATO.
           ADD 1 TO WRK-QTD-FUN.
           IF WRK-MODO = 'E'
              MOVE WRK-NOME-ANONIMO TO REG-FU-NOME
              MOVE ZEROS TO REG-FU-BANCO REG-FU-AGENCIA
                 REG-FU-CONTA
              REWRITE REG-FUNCIONARIO
           END-IF.

       0420-ANONIMIZARDEPENDENTES.
           IF WRK-DEP-OK = 'S'
              MOVE REG-FU-MATRICULA TO REG-DP-MATRICULA
              MOVE ZEROS TO REG-DP-SEQ
              START ARQ-DEPENDENTES KEY IS NOT LESS THAN REG-DP-CHAVE
                 INVALID KEY
                    MOVE '10' TO WRK-FS-DEPENDENTES
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-DEPENDENTES
              END-START
              PERFORM 0000-ANONIMIZARDEPENDENTE
                 UNTIL WRK-FS-DEPENDENTES = '10'
              MOVE '00' TO WRK-FS-DEPENDENTES
           END-IF.

       0000-ANONIMIZARDEPENDENTE.
           READ ARQ-DEPENDENTES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-DEPENDENTES
              NOT AT END
                 IF REG-DP-MATRICULA NOT = REG-FU-MATRICULA
                    MOVE '10' TO WRK-FS-DEPENDENTES
                 ELSE
                    IF REG-DP-NOME NOT = WRK-NOME-ANONIMO
                       MOVE 'DEPENMF' TO WRK-REL-ARQ
                       MOVE SPACES TO WRK-REL-CHAVE
                       STRING REG-DP-MATRICULA REG-DP-SEQ
                          DELIMITED BY SIZE INTO WRK-REL-CHAVE
                       MOVE REG-DP-NOME TO WRK-REL-NOME
                       MOVE REG-FU-DATADEMISSAO TO WRK-REL-DATA
                       PERFORM 0000-LISTARCANDIDATO
                       ADD 1 TO WRK-QTD-DEP
                       IF WRK-MODO = 'E'
                          MOVE WRK-NOME-ANONIMO TO REG-DP-NOME
                          MOVE ZEROS TO REG-DP-NASCIMENTO
                          REWRITE REG-DEPENDENTE
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0330-LOTEALUNOS.
           OPEN I-O ARQ-ALUNOS.
           IF WRK-FS-ALUNOS = '00'
              PERFORM 0000-ABRIRRESPONSAVEIS
              MOVE LOW-VALUES TO REG-AL-MATRICULA
              START ARQ-ALUNOS KEY IS NOT LESS THAN REG-AL-MATRICULA
                 INVALID KEY
                    MOVE '10' TO WRK-FS-ALUNOS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-ALUNOS
              END-START
              PERFORM 0000-AVALIARALUNO
                 UNTIL WRK-FS-ALUNOS = '10'
              IF WRK-RSP-OK = 'S'
                 CLOSE ARQ-RESPONSAVEIS
              END-IF
              CLOSE ARQ-ALUNOS
           END-IF.

       0000-ABRIRRESPONSAVEIS.
           MOVE 'N' TO WRK-RSP-OK.
           OPEN I-O ARQ-RESPONSAVEIS.
           IF WRK-FS-RESPONSAVEIS = '00'
              MOVE 'S' TO WRK-RSP-OK
           END-IF.

       0000-AVALIARALUNO.
           READ ARQ-ALUNOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ALUNOS
              NOT AT END
                 IF REG-AL-STATUS = 'I'
                    IF REG-AL-DATAINATIVO = 0
                       IF REG-AL-NOME NOT = WRK-NOME-ANONIMO
                          ADD 1 TO WRK-QTD-DATADOS
                          IF WRK-MODO = 'E'
                             MOVE WRK-DATASISTEMA-N
                                TO REG-AL-DATAINATIVO
                             REWRITE REG-ALUNO
                          END-IF
                       END-IF
                    ELSE
                       IF REG-AL-NOME NOT = WRK-NOME-ANONIMO
                             AND REG-AL-DATAINATIVO
                                <= WRK-POL-LIMITE(4)
                          PERFORM 0430-ANONIMIZARALUNO
                       END-IF
                       IF REG-AL-DATAINATIVO <= WRK-POL-LIMITE(5)
                          PERFORM 0440-ANONIMIZARRESPONSAVEIS
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0430-ANONIMIZARALUNO.
           MOVE 'ALUNOMF' TO WRK-REL-ARQ.
           MOVE REG-AL-MATRICULA TO WRK-REL-CHAVE.
           MOVE REG-AL-NOME TO WRK-REL-NOME.
           MOVE REG-AL-DATAINATIVO TO WRK-REL-DATA.
           PERFORM 0000-LISTARCANDIDATO.
           ADD 1 TO WRK-QTD-ALU.
           IF WRK-MODO = 'E'
              MOVE WRK-NOME-ANONIMO TO REG-AL-NOME
              REWRITE REG-ALUNO
           END-IF.

       0440-ANONIMIZARRESPONSAVEIS.
           IF WRK-RSP-OK = 'S'
              MOVE REG-AL-MATRICULA TO REG-RS-MATRICULA
              MOVE ZEROS TO REG-RS-SEQ
              START ARQ-RESPONSAVEIS KEY IS NOT LESS THAN REG-RS-CHAVE
                 INVALID KEY
                    MOVE '10' TO WRK-FS-RESPONSAVEIS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-RESPONSAVEIS
              END-START
              PERFORM 0000-ANONIMIZARRESPONSAVEL
                 UNTIL WRK-FS-RESPONSAVEIS = '10'
              MOVE '00' TO WRK-FS-RESPONSAVEIS
           END-IF.

       0000-ANONIMIZARRESPONSAVEL.
           READ ARQ-RESPONSAVEIS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-RESPONSAVEIS
              NOT AT END
                 IF REG-RS-MATRICULA NOT = REG-AL-MATRICULA
                    MOVE '10' TO WRK-FS-RESPONSAVEIS
                 ELSE
                    IF REG-RS-NOME NOT = WRK-NOME-ANONIMO
                       MOVE 'RESPMF' TO WRK-REL-ARQ
                       MOVE SPACES TO WRK-REL-CHAVE
                       STRING REG-RS-MATRICULA REG-RS-SEQ
                          DELIMITED BY SIZE INTO WRK-REL-CHAVE
                       MOVE REG-RS-NOME TO WRK-REL-NOME
                       MOVE REG-AL-DATAINATIVO TO WRK-REL-DATA
                       PERFORM 0000-LISTARCANDIDATO
                       ADD 1 TO WRK-QTD-RSP
                       IF WRK-MODO = 'E'
                          MOVE WRK-NOME-ANONIMO TO REG-RS-NOME
                          MOVE SPACES TO REG-RS-LOGRADOURO
                             REG-RS-CIDADE REG-RS-TELEFONE
                          MOVE ZEROS TO REG-RS-CEP
                          REWRITE REG-RESPONSAVEL
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0005-ANONIMIZARTITULAR.
           MOVE SPACES TO WRK-TIPO.
           PERFORM UNTIL WRK-TIPO = 'C' OR 'F' OR 'A'
              DISPLAY ' TITULAR (C=CLIENTE F=FUNCIONARIO A=ALUNO)?'
              ACCEPT WRK-TIPO
           END-PERFORM.
           DISPLAY ' CODIGO/MATRICULA DO TITULAR?'.
           MOVE SPACES TO WRK-CODIGO.
           ACCEPT WRK-CODIGO.
           MOVE 'N' TO WRK-TITULAR-OK.
           EVALUATE WRK-TIPO
              WHEN 'C'
                 PERFORM 0500-TITULARCLIENTE
              WHEN 'F'
                 PERFORM 0510-TITULARFUNCIONARIO
              WHEN 'A'
                 PERFORM 0520-TITULARALUNO
           END-EVALUATE.

       0000-CONFIRMARTITULAR.
           MOVE 'N' TO WRK-TITULAR-OK.
           DISPLAY ' CONFIRMA A ANONIMIZACAO DE ' WRK-REL-NOME
              ' (S/N)?'.
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
              MOVE 'ANONIMIZ' TO WRK-ACAO-DUPLO
              CALL 'APROVSRV' USING WRK-ACAO-DUPLO
                 WRK-OPERADOR WRK-APROVADO
              IF WRK-APROVADO = 'S'
                 MOVE 'S' TO WRK-TITULAR-OK
                 MOVE 'E' TO WRK-MODO
                 MOVE ZEROS TO WRK-QTD-CLI WRK-QTD-END WRK-QTD-FUN
                    WRK-QTD-DEP WRK-QTD-ALU WRK-QTD-RSP
                    WRK-QTD-DATADOS
                 OPEN OUTPUT ARQ-RELANON
                 MOVE SPACES TO WRK-LINHA
                 STRING 'ANONIMIZACAO A PEDIDO DO TITULAR - '
                    WRK-DATASISTEMA ' OPERADOR ' WRK-OPERADOR
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-RELANON FROM WRK-LINHA
              ELSE
                 DISPLAY 'ANONIMIZACAO EXIGE APROVACAO PREVIA DE '
                    'SUPERVISOR (SOLICITE A ACAO ANONIMIZ NO DUPLO '
                    'CONTROLE).'
              END-IF
           END-IF.

       0000-ENCERRARTITULAR.
           PERFORM 0000-TOTALIZARANON.
           CLOSE ARQ-RELANON.
           MOVE 'LGPDREL.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'TITULAR ANONIMIZADO TIPO=' WRK-TIPO
              ' CODIGO=' WRK-CODIGO
              ' REGISTROS=' WRK-QTD-TOTAL
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           MOVE 'W' TO WRK-LOG-SEVERIDADE.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.
           MOVE 'I' TO WRK-LOG-SEVERIDADE.
           DISPLAY 'TITULAR ANONIMIZADO, REGISTROS ALCANCADOS: '
              WRK-QTD-TOTAL.

       0500-TITULARCLIENTE.
           OPEN I-O ARQ-CLIENTES.
           IF WRK-FS-CLIENTES NOT = '00'
              DISPLAY 'CADASTRO DE CLIENTES NAO ENCONTRADO.'
           ELSE
              MOVE WRK-CODIGO TO REG-CL-COD
              READ ARQ-CLIENTES
                 INVALID KEY
                    DISPLAY 'CLIENTE NAO ENCONTRADO.'
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN REG-CL-STATUS NOT = 'I'
                          DISPLAY 'CLIENTE ATIVO, INATIVE O '
                             'CADASTRO ANTES DE ANONIMIZAR.'
                       WHEN REG-CL-NOME = WRK-NOME-ANONIMO
                          DISPLAY 'CLIENTE JA ANONIMIZADO.'
                       WHEN OTHER
                          MOVE REG-CL-NOME TO WRK-REL-NOME
                          PERFORM 0000-CONFIRMARTITULAR
                    END-EVALUATE
              END-READ
              IF WRK-TITULAR-OK = 'S'
                 PERFORM 0000-ABRIRENDERECOS
                 PERFORM 0400-ANONIMIZARCLIENTE
                 IF WRK-END-OK = 'S'
                    CLOSE ARQ-ENDERECOS
                 END-IF
                 PERFORM 0000-ENCERRARTITULAR
              END-IF
              CLOSE ARQ-CLIENTES
           END-IF.

       0510-TITULARFUNCIONARIO.
           OPEN I-O ARQ-FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS NOT = '00'
              DISPLAY 'CADASTRO DE FUNCIONARIOS NAO ENCONTRADO.'
           ELSE
              MOVE WRK-CODIGO TO REG-FU-MATRICULA
              READ ARQ-FUNCIONARIOS
                 INVALID KEY
                    DISPLAY 'FUNCIONARIO NAO ENCONTRADO.'
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN REG-FU-STATUS NOT = 'D'
                          DISPLAY 'FUNCIONARIO ATIVO, DADOS '
                             'NECESSARIOS A FOLHA.'
                       WHEN REG-FU-NOME = WRK-NOME-ANONIMO
                          DISPLAY 'FUNCIONARIO JA ANONIMIZADO.'
                       WHEN OTHER
                          MOVE REG-FU-NOME TO WRK-REL-NOME
                          PERFORM 0000-CONFIRMARTITULAR
                    END-EVALUATE
              END-READ
              IF WRK-TITULAR-OK = 'S'
                 PERFORM 0000-ABRIRDEPENDENTES
                 PERFORM 0410-ANONIMIZARFUNCIONARIO
                 PERFORM 0420-ANONIMIZARDEPENDENTES
                 IF WRK-DEP-OK = 'S'
                    CLOSE ARQ-DEPENDENTES
                 END-IF
                 PERFORM 0000-ENCERRARTITULAR
              END-IF
              CLOSE ARQ-FUNCIONARIOS
           END-IF.

       0520-TITULARALUNO.
           OPEN I-O ARQ-ALUNOS.
           IF WRK-FS-ALUNOS NOT = '00'
              DISPLAY 'CADASTRO DE ALUNOS NAO ENCONTRADO.'
           ELSE
              MOVE WRK-CODIGO TO REG-AL-MATRICULA
              READ ARQ-ALUNOS
                 INVALID KEY
                    DISPLAY 'ALUNO NAO ENCONTRADO.'
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN REG-AL-STATUS NOT = 'I'
                          DISPLAY 'ALUNO ATIVO, INATIVE O CADASTRO '
                             'ANTES DE ANONIMIZAR.'
                       WHEN REG-AL-NOME = WRK-NOME-ANONIMO
                          DISPLAY 'ALUNO JA ANONIMIZADO.'
                       WHEN OTHER
                          MOVE REG-AL-NOME TO WRK-REL-NOME
                          PERFORM 0000-CONFIRMARTITULAR
                    END-EVALUATE
              END-READ
              IF WRK-TITULAR-OK = 'S'
                 PERFORM 0000-ABRIRRESPONSAVEIS
                 PERFORM 0430-ANONIMIZARALUNO
                 PERFORM 0440-ANONIMIZARRESPONSAVEIS
                 IF WRK-RSP-OK = 'S'
                    CLOSE ARQ-RESPONSAVEIS
                 END-IF
                 PERFORM 0000-ENCERRARTITULAR
              END-IF
              CLOSE ARQ-ALUNOS
           END-IF.

       0006-RELATORIOTITULAR.
           MOVE ZEROS TO WRK-QTD-TC WRK-QTD-TF WRK-QTD-TA
              WRK-QTD-OCORR.
           MOVE SPACES TO WRK-TIPO.
           PERFORM UNTIL WRK-TIPO = 'N' OR 'C' OR 'F' OR 'A'
              DISPLAY ' PESQUISAR POR (N=NOME C=CODIGO DO CLIENTE '
                 'F=MATRICULA DO FUNCIONARIO A=MATRICULA DO ALUNO)?'
              ACCEPT WRK-TIPO
           END-PERFORM.
           OPEN OUTPUT ARQ-RELTIT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RELATORIO DO TITULAR DE DADOS PESSOAIS - '
              WRK-DATASISTEMA ' OPERADOR ' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELTIT FROM WRK-LINHA.
           IF WRK-TIPO = 'N'
              PERFORM 0600-PESQUISARNOME
           ELSE
              DISPLAY ' CODIGO/MATRICULA?'
              MOVE SPACES TO WRK-CODIGO
              ACCEPT WRK-CODIGO
              MOVE SPACES TO WRK-LINHA
              STRING 'PESQUISA POR CODIGO ' WRK-TIPO ' ' WRK-CODIGO
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELTIT FROM WRK-LINHA
              PERFORM 0610-PESQUISARCODIGO
           END-IF.
           MOVE 'ARQUIVO  CHAVE      DETALHE' TO WRK-LINHA.
           WRITE REG-RELTIT FROM WRK-LINHA.
           PERFORM 0620-LISTARCLIENTES.
           PERFORM 0630-LISTARFUNCIONARIOS.
           PERFORM 0640-LISTARALUNOS.
           MOVE SPACES TO WRK-LINHA.
           STRING 'OCORRENCIAS=' WRK-QTD-OCORR
              ' CLIENTES=' WRK-QTD-TC
              ' FUNCIONARIOS=' WRK-QTD-TF
              ' ALUNOS=' WRK-QTD-TA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELTIT FROM WRK-LINHA.
           CLOSE ARQ-RELTIT.
           MOVE 'LGPDTIT.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'RELATORIO DO TITULAR TIPO=' WRK-TIPO
              ' OCORRENCIAS=' WRK-QTD-OCORR
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.
           DISPLAY 'OCORRENCIAS ENCONTRADAS: ' WRK-QTD-OCORR.
           DISPLAY 'RELATORIO GRAVADO EM LGPDTIT.TXT'.

       0000-ESCREVEROCORRENCIA.
           ADD 1 TO WRK-QTD-OCORR.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-REL-ARQ ' ' WRK-REL-CHAVE ' ' WRK-REL-DETALHE
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELTIT FROM WRK-LINHA.

       0000-COMPARARNOME.
           MOVE 'N' TO WRK-CMP-OK.
           MOVE WRK-TAM TO WRK-TAM-CMP.
           IF WRK-TAM-CMP > WRK-CMP-LIMITE
              MOVE WRK-CMP-LIMITE TO WRK-TAM-CMP
           END-IF.
           IF WRK-CMP-NOME (1:WRK-TAM-CMP)
                 = WRK-BUSCA (1:WRK-TAM-CMP)
              MOVE 'S' TO WRK-CMP-OK
           END-IF.

       0600-PESQUISARNOME.
           MOVE SPACES TO WRK-BUSCA.
           PERFORM UNTIL WRK-BUSCA NOT = SPACES
              DISPLAY ' NOME OU INICIO DO NOME DO TITULAR?'
              ACCEPT WRK-BUSCA
           END-PERFORM.
           MOVE 30 TO WRK-TAM.
           PERFORM UNTIL WRK-TAM = 1
                 OR WRK-BUSCA (WRK-TAM:1) NOT = SPACE
              SUBTRACT 1 FROM WRK-TAM
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PESQUISA POR NOME: ' WRK-BUSCA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELTIT FROM WRK-LINHA.
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLIENTES = '00'
              MOVE LOW-VALUES TO REG-CL-COD
              START ARQ-CLIENTES KEY IS NOT LESS THAN REG-CL-COD
                 INVALID KEY
                    MOVE '10' TO WRK-FS-CLIENTES
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-CLIENTES
              END-START
              PERFORM 0000-NOMECLIENTE
                 UNTIL WRK-FS-CLIENTES = '10'
              CLOSE ARQ-CLIENTES
           END-IF.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS = '00'
              MOVE LOW-VALUES TO REG-FU-MATRICULA
              START ARQ-FUNCIONARIOS
                    KEY IS NOT LESS THAN REG-FU-MATRICULA
                 INVALID KEY
                    MOVE '10' TO WRK-FS-FUNCIONARIOS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-FUNCIONARIOS
              END-START
              PERFORM 0000-NOMEFUNCIONARIO
                 UNTIL WRK-FS-FUNCIONARIOS = '10'
              CLOSE ARQ-FUNCIONARIOS
           END-IF.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WRK-FS-DEPENDENTES = '00'
              MOVE LOW-VALUES TO REG-DP-CHAVE
              START ARQ-DEPENDENTES KEY IS NOT LESS THAN REG-DP-CHAVE
                 INVALID KEY
                    MOVE '10' TO WRK-FS-DEPENDENTES
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-DEPENDENTES
              END-START
              PERFORM 0000-NOMEDEPENDENTE
                 UNTIL WRK-FS-DEPENDENTES = '10'
              CLOSE ARQ-DEPENDENTES
           END-IF.
           OPEN INPUT ARQ-ALUNOS.
           IF WRK-FS-ALUNOS = '00'
              MOVE LOW-VALUES TO REG-AL-MATRICULA
              START ARQ-ALUNOS KEY IS NOT LESS THAN REG-AL-MATRICULA
                 INVALID KEY
                    MOVE '10' TO WRK-FS-ALUNOS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-ALUNOS
              END-START
              PERFORM 0000-NOMEALUNO
                 UNTIL WRK-FS-ALUNOS = '10'
              CLOSE ARQ-ALUNOS
           END-IF.
           OPEN INPUT ARQ-RESPONSAVEIS.
           IF WRK-FS-RESPONSAVEIS = '00'
              MOVE LOW-VALUES TO REG-RS-CHAVE
              START ARQ-RESPONSAVEIS KEY IS NOT LESS THAN REG-RS-CHAVE
                 INVALID KEY
                    MOVE '10' TO WRK-FS-RESPONSAVEIS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-RESPONSAVEIS
              END-START
              PERFORM 0000-NOMERESPONSAVEL
                 UNTIL WRK-FS-RESPONSAVEIS = '10'
              CLOSE ARQ-RESPONSAVEIS
           END-IF.
           OPEN INPUT ARQ-ENDERECOS.
           IF WRK-FS-ENDERECOS = '00'
              MOVE LOW-VALUES TO REG-EN-CHAVE
              START ARQ-ENDERECOS KEY IS NOT LESS THAN REG-EN-CHAVE
                 INVALID KEY
                    MOVE '10' TO WRK-FS-ENDERECOS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-ENDERECOS
              END-START
              PERFORM 0000-NOMECONTATO
                 UNTIL WRK-FS-ENDERECOS = '10'
              CLOSE ARQ-ENDERECOS
           END-IF.
           OPEN INPUT ARQ-CERTIFICADOS.
           IF WRK-FS-CERTIFICADOS = '00'
              MOVE ZEROS TO REG-CE-NUMERO
              START ARQ-CERTIFICADOS KEY IS NOT LESS THAN
                    REG-CE-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-CERTIFICADOS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-CERTIFICADOS
              END-START
              PERFORM 0000-NOMECERTIFICADO
                 UNTIL WRK-FS-CERTIFICADOS = '10'
              CLOSE ARQ-CERTIFICADOS
           END-IF.

       0000-NOMECLIENTE.
           READ ARQ-CLIENTES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CLIENTES
              NOT AT END
                 MOVE REG-CL-NOME TO WRK-CMP-NOME
                 MOVE 30 TO WRK-CMP-LIMITE
                 PERFORM 0000-COMPARARNOME
                 IF WRK-CMP-OK = 'S' AND WRK-QTD-TC < 20
                    ADD 1 TO WRK-QTD-TC
                    MOVE REG-CL-COD TO WRK-TC-COD(WRK-QTD-TC)
                 END-IF
           END-READ.

       0000-NOMEFUNCIONARIO.
           READ ARQ-FUNCIONARIOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FUNCIONARIOS
              NOT AT END
                 MOVE REG-FU-NOME TO WRK-CMP-NOME
                 MOVE 20 TO WRK-CMP-LIMITE
                 PERFORM 0000-COMPARARNOME
                 IF WRK-CMP-OK = 'S' AND WRK-QTD-TF < 20
                    ADD 1 TO WRK-QTD-TF
                    MOVE REG-FU-MATRICULA TO WRK-TF-MAT(WRK-QTD-TF)
                 END-IF
           END-READ.

       0000-NOMEDEPENDENTE.
           READ ARQ-DEPENDENTES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-DEPENDENTES
              NOT AT END
                 MOVE REG-DP-NOME TO WRK-CMP-NOME
                 MOVE 30 TO WRK-CMP-LIMITE
                 PERFORM 0000-COMPARARNOME
                 IF WRK-CMP-OK = 'S'
                    MOVE 'DEPENMF' TO WRK-REL-ARQ
                    MOVE SPACES TO WRK-REL-CHAVE WRK-REL-DETALHE
                    STRING REG-DP-MATRICULA REG-DP-SEQ
                       DELIMITED BY SIZE INTO WRK-REL-CHAVE
                    STRING REG-DP-NOME ' DEPENDENTE'
                       DELIMITED BY SIZE INTO WRK-REL-DETALHE
                    PERFORM 0000-ESCREVEROCORRENCIA
                 END-IF
           END-READ.

       0000-NOMEALUNO.
           READ ARQ-ALUNOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ALUNOS
              NOT AT END
                 MOVE REG-AL-NOME TO WRK-CMP-NOME
                 MOVE 30 TO WRK-CMP-LIMITE
                 PERFORM 0000-COMPARARNOME
                 IF WRK-CMP-OK = 'S' AND WRK-QTD-TA < 20
                    ADD 1 TO WRK-QTD-TA
                    MOVE REG-AL-MATRICULA TO WRK-TA-MAT(WRK-QTD-TA)
                 END-IF
           END-READ.

       0000-NOMERESPONSAVEL.
           READ ARQ-RESPONSAVEIS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-RESPONSAVEIS
              NOT AT END
                 MOVE REG-RS-NOME TO WRK-CMP-NOME
                 MOVE 30 TO WRK-CMP-LIMITE
                 PERFORM 0000-COMPARARNOME
                 IF WRK-CMP-OK = 'S'
                    MOVE 'RESPMF' TO WRK-REL-ARQ
                    MOVE SPACES TO WRK-REL-CHAVE WRK-REL-DETALHE
                    STRING REG-RS-MATRICULA REG-RS-SEQ
                       DELIMITED BY SIZE INTO WRK-REL-CHAVE
                    STRING REG-RS-NOME ' RESPONSAVEL'
                       DELIMITED BY SIZE INTO WRK-REL-DETALHE
                    PERFORM 0000-ESCREVEROCORRENCIA
                 END-IF
           END-READ.

       0000-NOMECONTATO.
           READ ARQ-ENDERECOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ENDERECOS
              NOT AT END
                 MOVE REG-EN-CONTATO TO WRK-CMP-NOME
                 MOVE 20 TO WRK-CMP-LIMITE
                 PERFORM 0000-COMPARARNOME
                 IF WRK-CMP-OK = 'S'
                    MOVE 'ENDENTMF' TO WRK-REL-ARQ
                    MOVE SPACES TO WRK-REL-CHAVE WRK-REL-DETALHE
                    STRING REG-EN-CLIENTE REG-EN-SEQ
                       DELIMITED BY SIZE INTO WRK-REL-CHAVE
                    STRING 'CONTATO ' REG-EN-CONTATO
                       DELIMITED BY SIZE INTO WRK-REL-DETALHE
                    PERFORM 0000-ESCREVEROCORRENCIA
                 END-IF
           END-READ.

       0000-NOMECERTIFICADO.
           READ ARQ-CERTIFICADOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CERTIFICADOS
              NOT AT END
                 MOVE REG-CE-NOME TO WRK-CMP-NOME
                 MOVE 30 TO WRK-CMP-LIMITE
                 PERFORM 0000-COMPARARNOME
                 IF WRK-CMP-OK = 'S'
                    PERFORM 0000-LISTARCERTIFICADO
                 END-IF
           END-READ.

       0000-LISTARCERTIFICADO.
           MOVE 'CERTMF' TO WRK-REL-ARQ.
           MOVE SPACES TO WRK-REL-CHAVE WRK-REL-DETALHE.
           MOVE REG-CE-NUMERO TO WRK-REL-CHAVE.
           STRING REG-CE-MATRICULA ' ' REG-CE-NOME
              DELIMITED BY SIZE INTO WRK-REL-DETALHE.
           PERFORM 0000-ESCREVEROCORRENCIA.

       0610-PESQUISARCODIGO.
           EVALUATE WRK-TIPO
              WHEN 'C'
                 MOVE 1 TO WRK-QTD-TC
                 MOVE WRK-CODIGO TO WRK-TC-COD(1)
              WHEN 'F'
                 MOVE 1 TO WRK-QTD-TF
                 MOVE WRK-CODIGO TO WRK-TF-MAT(1)
              WHEN 'A'
                 MOVE 1 TO WRK-QTD-TA
                 MOVE WRK-CODIGO TO WRK-TA-MAT(1)
           END-EVALUATE.

       0000-PROCURARCLIENTETAB.
           MOVE 'N' TO WRK-TAB-ACHADO.
           PERFORM VARYING WRK-TAB-IDX FROM 1 BY 1
                 UNTIL WRK-TAB-IDX > WRK-QTD-TC
                    OR WRK-TAB-ACHADO = 'S'
              IF WRK-TC-COD(WRK-TAB-IDX) = WRK-CODIGO
                 MOVE 'S' TO WRK-TAB-ACHADO
              END-IF
           END-PERFORM.

       0000-PROCURARFUNCTAB.
           MOVE 'N' TO WRK-TAB-ACHADO.
           PERFORM VARYING WRK-TAB-IDX FROM 1 BY 1
                 UNTIL WRK-TAB-IDX > WRK-QTD-TF
                    OR WRK-TAB-ACHADO = 'S'
              IF WRK-TF-MAT(WRK-TAB-IDX) = WRK-CODIGO
                 MOVE 'S' TO WRK-TAB-ACHADO
              END-IF
           END-PERFORM.

       0000-PROCURARALUNOTAB.
           MOVE 'N' TO WRK-TAB-ACHADO.
           PERFORM VARYING WRK-TAB-IDX FROM 1 BY 1
                 UNTIL WRK-TAB-IDX > WRK-QTD-TA
                    OR WRK-TAB-ACHADO = 'S'
              IF WRK-TA-MAT(WRK-TAB-IDX) = WRK-CODIGO
                 MOVE 'S' TO WRK-TAB-ACHADO
              END-IF
           END-PERFORM.

       0620-LISTARCLIENTES.
           IF WRK-QTD-TC > 0
              OPEN INPUT ARQ-CLIENTES
              IF WRK-FS-CLIENTES = '00'
                 PERFORM VARYING WRK-TAB-IDX FROM 1 BY 1
                       UNTIL WRK-TAB-IDX > WRK-QTD-TC
                    MOVE WRK-TC-COD(WRK-TAB-IDX) TO REG-CL-COD
                    READ ARQ-CLIENTES
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE 'CLIMF' TO WRK-REL-ARQ
                          MOVE SPACES TO WRK-REL-DETALHE
                          MOVE REG-CL-COD TO WRK-REL-CHAVE
                          STRING REG-CL-NOME ' UF=' REG-CL-UF
                             ' STATUS=' REG-CL-STATUS
                             DELIMITED BY SIZE INTO WRK-REL-DETALHE
                          PERFORM 0000-ESCREVEROCORRENCIA
                    END-READ
                 END-PERFORM
                 CLOSE ARQ-CLIENTES
              END-IF
              OPEN INPUT ARQ-ENDERECOS
              IF WRK-FS-ENDERECOS = '00'
                 MOVE LOW-VALUES TO REG-EN-CHAVE
                 START ARQ-ENDERECOS KEY IS NOT LESS THAN
                       REG-EN-CHAVE
                    INVALID KEY
                       MOVE '10' TO WRK-FS-ENDERECOS
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-ENDERECOS
                 END-START
                 PERFORM 0000-VINCULOENDERECO
                    UNTIL WRK-FS-ENDERECOS = '10'
                 CLOSE ARQ-ENDERECOS
              END-IF
              OPEN INPUT ARQ-PEDIDMF
              IF WRK-FS-PEDIDMF = '00'
                 MOVE ZEROS TO REG-PE-NUMERO
                 START ARQ-PEDIDMF KEY IS NOT LESS THAN REG-PE-NUMERO
                    INVALID KEY
                       MOVE '10' TO WRK-FS-PEDIDMF
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-PEDIDMF
                 END-START
                 PERFORM 0000-VINCULOPEDIDO
                    UNTIL WRK-FS-PEDIDMF = '10'
                 CLOSE ARQ-PEDIDMF
              END-IF
              OPEN INPUT ARQ-FATURAS
              IF WRK-FS-FATURAS = '00'
                 MOVE ZEROS TO REG-FA-NUMERO
                 START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
                    INVALID KEY
                       MOVE '10' TO WRK-FS-FATURAS
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-FATURAS
                 END-START
                 PERFORM 0000-VINCULOFATURA
                    UNTIL WRK-FS-FATURAS = '10'
                 CLOSE ARQ-FATURAS
              END-IF
           END-IF.

       0000-VINCULOENDERECO.
           READ ARQ-ENDERECOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ENDERECOS
              NOT AT END
                 MOVE REG-EN-CLIENTE TO WRK-CODIGO
                 PERFORM 0000-PROCURARCLIENTETAB
                 IF WRK-TAB-ACHADO = 'S'
                    MOVE 'ENDENTMF' TO WRK-REL-ARQ
                    MOVE SPACES TO WRK-REL-CHAVE WRK-REL-DETALHE
                    STRING REG-EN-CLIENTE REG-EN-SEQ
                       DELIMITED BY SIZE INTO WRK-REL-CHAVE
                    STRING REG-EN-CIDADE ' ' REG-EN-UF ' '
                       REG-EN-CEP
                       DELIMITED BY SIZE INTO WRK-REL-DETALHE
                    PERFORM 0000-ESCREVEROCORRENCIA
                 END-IF
           END-READ.

       0000-VINCULOPEDIDO.
           READ ARQ-PEDIDMF NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT AT END
                 MOVE REG-PE-CLIENTE TO WRK-CODIGO
                 PERFORM 0000-PROCURARCLIENTETAB
                 IF WRK-TAB-ACHADO = 'S'
                    MOVE 'PEDIDMF' TO WRK-REL-ARQ
                    MOVE SPACES TO WRK-REL-DETALHE
                    MOVE REG-PE-NUMERO TO WRK-REL-CHAVE
                    MOVE REG-PE-VALOR TO WRK-VLR-ED
                    STRING 'CLIENTE ' REG-PE-CLIENTE ' DATA '
                       REG-PE-DATA ' VALOR ' WRK-VLR-ED
                       DELIMITED BY SIZE INTO WRK-REL-DETALHE
                    PERFORM 0000-ESCREVEROCORRENCIA
                 END-IF
           END-READ.

       0000-VINCULOFATURA.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 MOVE REG-FA-CLIENTE TO WRK-CODIGO
                 PERFORM 0000-PROCURARCLIENTETAB
                 IF WRK-TAB-ACHADO = 'S'
                    MOVE 'FATURMF' TO WRK-REL-ARQ
                    MOVE SPACES TO WRK-REL-DETALHE
                    MOVE REG-FA-NUMERO TO WRK-REL-CHAVE
                    MOVE REG-FA-TOTAL TO WRK-VLR-ED
                    STRING 'CLIENTE ' REG-FA-CLIENTE ' DATA '
                       REG-FA-DATA ' TOTAL ' WRK-VLR-ED
                       DELIMITED BY SIZE INTO WRK-REL-DETALHE
                    PERFORM 0000-ESCREVEROCORRENCIA
                 END-IF
           END-READ.

       0630-LISTARFUNCIONARIOS.
           IF WRK-QTD-TF > 0
              OPEN INPUT ARQ-FUNCIONARIOS
              IF WRK-FS-FUNCIONARIOS = '00'
                 PERFORM VARYING WRK-TAB-IDX FROM 1 BY 1
                       UNTIL WRK-TAB-IDX > WRK-QTD-TF
                    MOVE WRK-TF-MAT(WRK-TAB-IDX) TO REG-FU-MATRICULA
                    READ ARQ-FUNCIONARIOS
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE 'FUNCMF' TO WRK-REL-ARQ
                          MOVE SPACES TO WRK-REL-DETALHE
                          MOVE REG-FU-MATRICULA TO WRK-REL-CHAVE
                          STRING REG-FU-NOME ' STATUS='
                             REG-FU-STATUS ' BANCO=' REG-FU-BANCO
                             DELIMITED BY SIZE INTO WRK-REL-DETALHE
                          PERFORM 0000-ESCREVEROCORRENCIA
                    END-READ
                 END-PERFORM
                 CLOSE ARQ-FUNCIONARIOS
              END-IF
              OPEN INPUT ARQ-DEPENDENTES
              IF WRK-FS-DEPENDENTES = '00'
                 MOVE LOW-VALUES TO REG-DP-CHAVE
                 START ARQ-DEPENDENTES KEY IS NOT LESS THAN
                       REG-DP-CHAVE
                    INVALID KEY
                       MOVE '10' TO WRK-FS-DEPENDENTES
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-DEPENDENTES
                 END-START
                 PERFORM 0000-VINCULODEPENDENTE
                    UNTIL WRK-FS-DEPENDENTES = '10'
                 CLOSE ARQ-DEPENDENTES
              END-IF
              OPEN INPUT ARQ-EVENTOS
              IF WRK-FS-EVENTOS = '00'
                 MOVE LOW-VALUES TO REG-EV-CHAVE
                 START ARQ-EVENTOS KEY IS NOT LESS THAN REG-EV-CHAVE
                    INVALID KEY
                       MOVE '10' TO WRK-FS-EVENTOS
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-EVENTOS
                 END-START
                 PERFORM 0000-VINCULOEVENTO
                    UNTIL WRK-FS-EVENTOS = '10'
                 CLOSE ARQ-EVENTOS
              END-IF
              OPEN INPUT ARQ-EMPRESTIMOS
              IF WRK-FS-EMPRESTIMOS = '00'
                 MOVE LOW-VALUES TO REG-EP-CHAVE
                 START ARQ-EMPRESTIMOS KEY IS NOT LESS THAN
                       REG-EP-CHAVE
                    INVALID KEY
                       MOVE '10' TO WRK-FS-EMPRESTIMOS
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-EMPRESTIMOS
                 END-START
                 PERFORM 0000-VINCULOEMPRESTIMO
                    UNTIL WRK-FS-EMPRESTIMOS = '10'
                 CLOSE ARQ-EMPRESTIMOS
              END-IF
              OPEN INPUT ARQ-REEMBOLSOS
              IF WRK-FS-REEMBOLSOS = '00'
                 MOVE ZEROS TO REG-RE-NUMERO
                 START ARQ-REEMBOLSOS KEY IS NOT LESS THAN
                       REG-RE-NUMERO
                    INVALID KEY
                       MOVE '10' TO WRK-FS-REEMBOLSOS
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-REEMBOLSOS
                 END-START
                 PERFORM 0000-VINCULOREEMBOLSO
                    UNTIL WRK-FS-REEMBOLSOS = '10'
                 CLOSE ARQ-REEMBOLSOS
              END-IF
              OPEN INPUT ARQ-FOLHAHIS
              IF WRK-FS-FOLHAHIS = '00'
                 PERFORM 0000-VINCULOFOLHA
                    UNTIL WRK-FS-FOLHAHIS = '10'
                 CLOSE ARQ-FOLHAHIS
              END-IF
           END-IF.

       0000-VINCULODEPENDENTE.
           READ ARQ-DEPENDENTES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-DEPENDENTES
              NOT AT END
                 MOVE REG-DP-MATRICULA TO WRK-CODIGO
                 PERFORM 0000-PROCURARFUNCTAB
                 IF WRK-TAB-ACHADO = 'S'
                    MOVE 'DEPENMF' TO WRK-REL-ARQ
                    MOVE SPACES TO WRK-REL-CHAVE WRK-REL-DETALHE
                    STRING REG-DP-MATRICULA REG-DP-SEQ
                       DELIMITED BY SIZE INTO WRK-REL-CHAVE
                    STRING REG-DP-NOME ' ' REG-DP-PARENTESCO
                       DELIMITED BY SIZE INTO WRK-REL-DETALHE
                    PERFORM 0000-ESCREVEROCORRENCIA
                 END-IF
           END-READ.

       0000-VINCULOEVENTO.
           READ ARQ-EVENTOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-EVENTOS
              NOT AT END
                 MOVE REG-EV-MATRICULA TO WRK-CODIGO
                 PERFORM 0000-PROCURARFUNCTAB
                 IF WRK-TAB-ACHADO = 'S'
                    MOVE 'EVENTMF' TO WRK-REL-ARQ
                    MOVE SPACES TO WRK-REL-CHAVE WRK-REL-DETALHE
                    STRING REG-EV-MATRICULA REG-EV-CODIGO
                       DELIMITED BY SIZE INTO WRK-REL-CHAVE
                    MOVE REG-EV-DESCRICAO TO WRK-REL-DETALHE
                    PERFORM 0000-ESCREVEROCORRENCIA
                 END-IF
           END-READ.

       0000-VINCULOEMPRESTIMO.
           READ ARQ-EMPRESTIMOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-EMPRESTIMOS
              NOT AT END
                 MOVE REG-EP-MATRICULA TO WRK-CODIGO
                 PERFORM 0000-PROCURARFUNCTAB
                 IF WRK-TAB-ACHADO = 'S'
                    MOVE 'EMPREMF' TO WRK-REL-ARQ
                    MOVE SPACES TO WRK-REL-CHAVE WRK-REL-DETALHE
                    STRING REG-EP-MATRICULA REG-EP-SEQ
                       DELIMITED BY SIZE INTO WRK-REL-CHAVE
                    MOVE REG-EP-SALDO TO WRK-VLR-ED
                    STRING 'SALDO ' WRK-VLR-ED
                       DELIMITED BY SIZE INTO WRK-REL-DETALHE
                    PERFORM 0000-ESCREVEROCORRENCIA
                 END-IF
           END-READ.

       0000-VINCULOREEMBOLSO.
           READ ARQ-REEMBOLSOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-REEMBOLSOS
              NOT AT END
                 MOVE REG-RE-MATRICULA TO WRK-CODIGO
                 PERFORM 0000-PROCURARFUNCTAB
                 IF WRK-TAB-ACHADO = 'S'
                    MOVE 'REEMBMF' TO WRK-REL-ARQ
                    MOVE SPACES TO WRK-REL-DETALHE
                    MOVE REG-RE-NUMERO TO WRK-REL-CHAVE
                    MOVE REG-RE-VALOR TO WRK-VLR-ED
                    STRING 'MATRICULA ' REG-RE-MATRICULA ' RECIBO '
                       REG-RE-RECIBO ' ' WRK-VLR-ED
                       DELIMITED BY SIZE INTO WRK-REL-DETALHE
                    PERFORM 0000-ESCREVEROCORRENCIA
                 END-IF
           END-READ.

       0000-VINCULOFOLHA.
           READ ARQ-FOLHAHIS
              AT END
                 MOVE '10' TO WRK-FS-FOLHAHIS
              NOT AT END
                 MOVE REG-FH-MATRICULA TO WRK-CODIGO
                 PERFORM 0000-PROCURARFUNCTAB
                 IF WRK-TAB-ACHADO = 'S'
                    MOVE 'FOLHAHIS' TO WRK-REL-ARQ
                    MOVE SPACES TO WRK-REL-CHAVE WRK-REL-DETALHE
                    STRING REG-FH-MATRICULA REG-FH-COMPETENCIA
                       DELIMITED BY SIZE INTO WRK-REL-CHAVE
                    MOVE REG-FH-LIQUIDO TO WRK-VLR-ED
                    STRING 'TIPO ' REG-FH-TIPO ' LIQUIDO '
                       WRK-VLR-ED
                       DELIMITED BY SIZE INTO WRK-REL-DETALHE
                    PERFORM 0000-ESCREVEROCORRENCIA
                 END-IF
           END-READ.

       0640-LISTARALUNOS.
           IF WRK-QTD-TA > 0
              OPEN INPUT ARQ-ALUNOS
              IF WRK-FS-ALUNOS = '00'
                 PERFORM VARYING WRK-TAB-IDX FROM 1 BY 1
                       UNTIL WRK-TAB-IDX > WRK-QTD-TA
                    MOVE WRK-TA-MAT(WRK-TAB-IDX) TO REG-AL-MATRICULA
                    READ ARQ-ALUNOS
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE 'ALUNOMF' TO WRK-REL-ARQ
                          MOVE SPACES TO WRK-REL-DETALHE
                          MOVE REG-AL-MATRICULA TO WRK-REL-CHAVE
                          STRING REG-AL-NOME ' TURMA='
                             REG-AL-TURMA ' STATUS=' REG-AL-STATUS
                             DELIMITED BY SIZE INTO WRK-REL-DETALHE
                          PERFORM 0000-ESCREVEROCORRENCIA
                    END-READ
                 END-PERFORM
                 CLOSE ARQ-ALUNOS
              END-IF
              OPEN INPUT ARQ-RESPONSAVEIS
              IF WRK-FS-RESPONSAVEIS = '00'
                 MOVE LOW-VALUES TO REG-RS-CHAVE
                 START ARQ-RESPONSAVEIS KEY IS NOT LESS THAN
                       REG-RS-CHAVE
                    INVALID KEY
                       MOVE '10' TO WRK-FS-RESPONSAVEIS
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-RESPONSAVEIS
                 END-START
                 PERFORM 0000-VINCULORESPONSAVEL
                    UNTIL WRK-FS-RESPONSAVEIS = '10'
                 CLOSE ARQ-RESPONSAVEIS
              END-IF
              OPEN INPUT ARQ-NOTASMF
              IF WRK-FS-NOTASMF = '00'
                 MOVE LOW-VALUES TO REG-NH-CHAVE
                 START ARQ-NOTASMF KEY IS NOT LESS THAN REG-NH-CHAVE
                    INVALID KEY
                       MOVE '10' TO WRK-FS-NOTASMF
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-NOTASMF
                 END-START
                 PERFORM 0000-VINCULONOTA
                    UNTIL WRK-FS-NOTASMF = '10'
                 CLOSE ARQ-NOTASMF
              END-IF
              OPEN INPUT ARQ-CERTIFICADOS
              IF WRK-FS-CERTIFICADOS = '00'
                 MOVE ZEROS TO REG-CE-NUMERO
                 START ARQ-CERTIFICADOS KEY IS NOT LESS THAN
                       REG-CE-NUMERO
                    INVALID KEY
                       MOVE '10' TO WRK-FS-CERTIFICADOS
                    NOT INVALID KEY
                       MOVE '00' TO WRK-FS-CERTIFICADOS
                 END-START
                 PERFORM 0000-VINCULOCERTIFICADO
                    UNTIL WRK-FS-CERTIFICADOS = '10'
                 CLOSE ARQ-CERTIFICADOS
              END-IF
           END-IF.

       0000-VINCULORESPONSAVEL.
           READ ARQ-RESPONSAVEIS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-RESPONSAVEIS
              NOT AT END
                 MOVE REG-RS-MATRICULA TO WRK-CODIGO
                 PERFORM 0000-PROCURARALUNOTAB
                 IF WRK-TAB-ACHADO = 'S'
                    MOVE 'RESPMF' TO WRK-REL-ARQ
                    MOVE SPACES TO WRK-REL-CHAVE WRK-REL-DETALHE
                    STRING REG-RS-MATRICULA REG-RS-SEQ
                       DELIMITED BY SIZE INTO WRK-REL-CHAVE
                    STRING REG-RS-NOME ' ' REG-RS-TELEFONE
                       DELIMITED BY SIZE INTO WRK-REL-DETALHE
                    PERFORM 0000-ESCREVEROCORRENCIA
                 END-IF
           END-READ.

       0000-VINCULONOTA.
           READ ARQ-NOTASMF NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-NOTASMF
              NOT AT END
                 MOVE REG-NH-MATRICULA TO WRK-CODIGO
                 PERFORM 0000-PROCURARALUNOTAB
                 IF WRK-TAB-ACHADO = 'S'
                    MOVE 'NOTAHMF' TO WRK-REL-ARQ
                    MOVE SPACES TO WRK-REL-CHAVE WRK-REL-DETALHE
                    STRING REG-NH-MATRICULA REG-NH-PERIODO
                       DELIMITED BY SIZE INTO WRK-REL-CHAVE
                    STRING 'TURMA ' REG-NH-TURMA ' '
                       REG-NH-SITUACAO
                       DELIMITED BY SIZE INTO WRK-REL-DETALHE
                    PERFORM 0000-ESCREVEROCORRENCIA
                 END-IF
           END-READ.

       0000-VINCULOCERTIFICADO.
           READ ARQ-CERTIFICADOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CERTIFICADOS
              NOT AT END
                 MOVE REG-CE-MATRICULA TO WRK-CODIGO
                 PERFORM 0000-PROCURARALUNOTAB
                 IF WRK-TAB-ACHADO = 'S'
                    PERFORM 0000-LISTARCERTIFICADO
                 END-IF
           END-READ.
