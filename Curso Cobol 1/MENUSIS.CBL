           SELECT ARQ-ALERTAS ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALERTAS.
           SELECT ARQ-POLSENHA ASSIGN TO "SENHAPOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-POLSENHA.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-OPERADORES.
       FD ARQ-ALERTAS.
       01 REG-ALERTA.
       COPY ALRREG.
       FD ARQ-POLSENHA.
       01 REG-POLSENHA.
       COPY SPOREG.
       WORKING-STORAGE SECTION.
       77 WRK-OPCAO          PIC X(03)   VALUE SPACES.
       77 WRK-FS-OPERADORES  PIC X(02)   VALUE ZEROS.
       77 WRK-ID             PIC X(08)   VALUE SPACES.
       77 WRK-SENHA          PIC X(08)   VALUE SPACES.
       77 WRK-LOG-SEVERIDADE       PIC X(01)     VALUE 'I'.
       77 WRK-FS-ALERTAS     PIC X(02)   VALUE ZEROS.
       77 WRK-QTD-ALERTAS    PIC 9(03)   VALUE ZEROS.
       77 WRK-FS-POLSENHA    PIC X(02)   VALUE ZEROS.
       77 WRK-VALIDADE       PIC 9(03)   VALUE 90.
       77 WRK-MAX-FALHAS     PIC 9(02)   VALUE 5.
       77 WRK-QTD-HIST       PIC 9(01)   VALUE 3.
       77 WRK-TAM-MINIMO     PIC 9(01)   VALUE 6.
       77 WRK-DATASISTEMA    PIC 9(08)   VALUE ZEROS.
       77 WRK-CRIPTO         PIC X(16)   VALUE SPACES.
       77 WRK-SENHA-OK       PIC X(01)   VALUE 'N'.
       77 WRK-NOVA-SENHA     PIC X(08)   VALUE SPACES.
       77 WRK-CONF-SENHA     PIC X(08)   VALUE SPACES.
       77 WRK-NOVO-CRIPTO    PIC X(16)   VALUE SPACES.
       77 WRK-TROCA-OK       PIC X(01)   VALUE 'N'.
       77 WRK-DESISTIU       PIC X(01)   VALUE 'N'.
       77 WRK-TAM-SENHA      PIC 9(02)   VALUE ZEROS.
       77 WRK-HIST-IDX       PIC 9(01)   VALUE ZEROS.
       77 WRK-REPETIDA       PIC X(01)   VALUE 'N'.
       77 WRK-SRV-FUNCAO     PIC X(01)   VALUE SPACES.
       77 WRK-SRV-DATA1      PIC 9(08)   VALUE ZEROS.
       77 WRK-SRV-DATA2      PIC 9(08)   VALUE ZEROS.
       77 WRK-SRV-NUMERO     PIC S9(08)  VALUE ZEROS.
       77 WRK-SRV-VALIDO     PIC X(01)   VALUE SPACES.
       77 WRK-EMPRESA-OPER   PIC X(02)   VALUE SPACES.
       77 WRK-CIA-FUNCAO     PIC X(01)   VALUE SPACES.
       77 WRK-CIA-EMPRESA    PIC X(02)   VALUE '01'.
       77 WRK-CIA-BASENUM    PIC 9(08)   VALUE ZEROS.
       77 WRK-CIA-NOMEARQ    PIC X(12)   VALUE SPACES.
       77 WRK-CIA-VALIDO     PIC X(01)   VALUE 'N'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0003-SIGNON.
           IF WRK-AUTENTICADO = 'S'
              PERFORM 0005-ESCOLHEREMPRESA
           END-IF.
           IF WRK-AUTENTICADO = 'S'
              PERFORM 0004-AVISARALERTAS
              PERFORM 0002-EXIBIRMENU UNTIL WRK-OPCAO = '00'
           END-IF.
           STOP RUN.

       0005-ESCOLHEREMPRESA.
           MOVE 'A' TO WRK-CIA-FUNCAO.
           MOVE SPACES TO WRK-CIA-NOMEARQ.
           IF WRK-EMPRESA-OPER NOT = SPACES
              MOVE WRK-EMPRESA-OPER TO WRK-CIA-EMPRESA
              CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
                 WRK-CIA-BASENUM WRK-CIA-NOMEARQ WRK-CIA-VALIDO
              IF WRK-CIA-VALIDO = 'N'
                 DISPLAY 'EMPRESA ' WRK-CIA-EMPRESA ' DO OPERADOR '
                    'INATIVA OU NAO CADASTRADA, ACESSO NEGADO.'
                 MOVE 'N' TO WRK-AUTENTICADO
              END-IF
           ELSE
              MOVE 'N' TO WRK-CIA-VALIDO
              PERFORM UNTIL WRK-CIA-VALIDO = 'S'
                 DISPLAY ' EMPRESA DE TRABALHO (BRANCO=01)?'
                 MOVE SPACES TO WRK-CIA-EMPRESA
                 ACCEPT WRK-CIA-EMPRESA
                 CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
                    WRK-CIA-BASENUM WRK-CIA-NOMEARQ WRK-CIA-VALIDO
                 IF WRK-CIA-VALIDO = 'N'
                    DISPLAY 'EMPRESA INATIVA OU NAO CADASTRADA.'
                 END-IF
              END-PERFORM
           END-IF.
           IF WRK-AUTENTICADO = 'S'
              MOVE SPACES TO WRK-LOG-MENSAGEM
              STRING 'SESSAO ID=' WRK-ID
                 ' EMPRESA=' WRK-CIA-EMPRESA
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           ELSE
              MOVE SPACES TO WRK-LOG-MENSAGEM
              STRING 'SIGNON NEGADO ID=' WRK-ID
                 ' EMPRESA=' WRK-CIA-EMPRESA ' INVALIDA'
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              MOVE 'W' TO WRK-LOG-SEVERIDADE
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              MOVE 'I' TO WRK-LOG-SEVERIDADE
           END-IF.

       0004-AVISARALERTAS.
           MOVE ZEROS TO WRK-QTD-ALERTAS.
           OPEN INPUT ARQ-ALERTAS.

       0003-SIGNON.
           MOVE 'N' TO WRK-AUTENTICADO.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CARREGARPOLSENHA.
           OPEN I-O ARQ-OPERADORES.
           IF WRK-FS-OPERADORES = '35'
              DISPLAY 'CADASTRO DE OPERADORES AUSENTE - ACESSO '
                 'LIBERADO PARA IMPLANTACAO.'
              MOVE 'S' TO WRK-AUTENTICADO
              MOVE 'S' TO WRK-PERFIL
           END-IF.
           IF WRK-FS-OPERADORES NOT = '00' AND NOT = '35'
              DISPLAY 'CADASTRO DE OPERADORES ILEGIVEL (STATUS '
                 WRK-FS-OPERADORES '). ACESSO NEGADO.'
              DISPLAY 'CONVERTA O CADASTRO PARA O LAYOUT ATUAL '
                 '(CADCONV) ANTES DE USAR O SISTEMA.'
              MOVE SPACES TO WRK-LOG-MENSAGEM
              STRING 'SIGNON NEGADO CADASTRO OPERADORES STATUS='
                 WRK-FS-OPERADORES
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              MOVE 'E' TO WRK-LOG-SEVERIDADE
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              MOVE 'I' TO WRK-LOG-SEVERIDADE
           END-IF.
           IF WRK-FS-OPERADORES = '00'
              MOVE ZEROS TO WRK-TENTATIVAS
              PERFORM 0000-TENTARSIGNON
                 UNTIL WRK-AUTENTICADO = 'S'
              CLOSE ARQ-OPERADORES
              IF WRK-AUTENTICADO = 'N'
                 DISPLAY 'ACESSO NEGADO APOS 3 TENTATIVAS.'
                 MOVE SPACES TO WRK-LOG-MENSAGEM
                 STRING 'SIGNON NEGADO ID=' WRK-ID
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                 MOVE 'W' TO WRK-LOG-SEVERIDADE
              END-IF
           END-IF.

       0000-CARREGARPOLSENHA.
           OPEN INPUT ARQ-POLSENHA.
           IF WRK-FS-POLSENHA = '00'
              READ ARQ-POLSENHA
                 NOT AT END
                    IF REG-SP-VALIDADE > 0
                       MOVE REG-SP-VALIDADE TO WRK-VALIDADE
                    END-IF
                    IF REG-SP-TENTATIVAS > 0
                       MOVE REG-SP-TENTATIVAS TO WRK-MAX-FALHAS
                    END-IF
                    IF REG-SP-HISTORICO <= 5
                       MOVE REG-SP-HISTORICO TO WRK-QTD-HIST
                    END-IF
                    IF REG-SP-TAMMINIMO > 0
                       MOVE REG-SP-TAMMINIMO TO WRK-TAM-MINIMO
                    END-IF
              END-READ
              CLOSE ARQ-POLSENHA
           END-IF.

       0000-TENTARSIGNON.
           ADD 1 TO WRK-TENTATIVAS.
           DISPLAY ' ID DO OPERADOR?'.
              INVALID KEY
                 DISPLAY 'OPERADOR OU SENHA INVALIDOS.'
              NOT INVALID KEY
                 IF REG-OP-BLOQUEADO = 'S'
                    DISPLAY 'OPERADOR BLOQUEADO POR EXCESSO DE '
                       'TENTATIVAS, PROCURE O SUPERVISOR.'
                    MOVE SPACES TO WRK-LOG-MENSAGEM
                    STRING 'SIGNON DE OPERADOR BLOQUEADO ID=' WRK-ID
                       DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                    MOVE 'W' TO WRK-LOG-SEVERIDADE
                    CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                       WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                    MOVE 'I' TO WRK-LOG-SEVERIDADE
                 ELSE
                    PERFORM 0000-CONFERIRSENHA
                    IF WRK-SENHA-OK = 'S'
                       PERFORM 0000-ACEITARSIGNON
                    ELSE
                       PERFORM 0000-REGISTRARFALHA
                    END-IF
                 END-IF
           END-READ.

       0000-CONFERIRSENHA.
           MOVE 'N' TO WRK-SENHA-OK.
           CALL 'SENHASRV' USING WRK-ID WRK-SENHA WRK-CRIPTO.
           IF REG-OP-CRIPTO = SPACES
              IF REG-OP-SENHA = WRK-SENHA AND WRK-SENHA NOT = SPACES
                 MOVE 'S' TO WRK-SENHA-OK
              END-IF
           ELSE
              IF REG-OP-CRIPTO = WRK-CRIPTO
                 MOVE 'S' TO WRK-SENHA-OK
              END-IF
           END-IF.

       0000-REGISTRARFALHA.
           DISPLAY 'OPERADOR OU SENHA INVALIDOS.'.
           ADD 1 TO REG-OP-FALHAS.
           IF REG-OP-FALHAS >= WRK-MAX-FALHAS
              MOVE 'S' TO REG-OP-BLOQUEADO
              MOVE WRK-DATASISTEMA TO REG-OP-DATABLOQ
              DISPLAY 'OPERADOR BLOQUEADO APOS ' REG-OP-FALHAS
                 ' TENTATIVAS INVALIDAS.'
              MOVE SPACES TO WRK-LOG-MENSAGEM
              STRING 'OPERADOR BLOQUEADO ID=' WRK-ID
                 ' APOS ' REG-OP-FALHAS ' TENTATIVAS INVALIDAS'
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              MOVE 'W' TO WRK-LOG-SEVERIDADE
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              CALL 'GRAVALRT' USING WRK-LOG-PROGRAMA
                 WRK-LOG-SEVERIDADE WRK-LOG-MENSAGEM
              MOVE 'I' TO WRK-LOG-SEVERIDADE
           END-IF.
           REWRITE REG-OPERADOR.

       0000-ACEITARSIGNON.
           MOVE ZEROS TO REG-OP-FALHAS.
           IF REG-OP-CRIPTO = SPACES
              MOVE WRK-CRIPTO TO REG-OP-CRIPTO
              MOVE SPACES TO REG-OP-SENHA
              IF REG-OP-DATASENHA = 0
                 MOVE WRK-DATASISTEMA TO REG-OP-DATASENHA
              END-IF
           END-IF.
           MOVE 'N' TO WRK-TROCA-OK.
           IF REG-OP-TROCAR = 'S'
              DISPLAY 'SENHA INICIAL OU REDEFINIDA, CADASTRE UMA '
                 'NOVA SENHA.'
              PERFORM 0000-TROCARSENHA
           ELSE
              MOVE 'D' TO WRK-SRV-FUNCAO
              MOVE REG-OP-DATASENHA TO WRK-SRV-DATA1
              MOVE WRK-DATASISTEMA TO WRK-SRV-DATA2
              CALL 'DATASRV' USING WRK-SRV-FUNCAO
                 WRK-SRV-DATA1 WRK-SRV-DATA2
                 WRK-SRV-NUMERO WRK-SRV-VALIDO
              IF WRK-SRV-NUMERO > WRK-VALIDADE
                 DISPLAY 'SENHA EXPIRADA (VALIDADE DE ' WRK-VALIDADE
                    ' DIAS), CADASTRE UMA NOVA SENHA.'
                 PERFORM 0000-TROCARSENHA
              ELSE
                 MOVE 'S' TO WRK-TROCA-OK
              END-IF
           END-IF.
           IF WRK-TROCA-OK = 'S'
              MOVE WRK-DATASISTEMA TO REG-OP-ULTACESSO
              MOVE 'S' TO WRK-AUTENTICADO
              MOVE REG-OP-PERFIL TO WRK-PERFIL
              MOVE REG-OP-EMPRESA TO WRK-EMPRESA-OPER
              DISPLAY 'BEM-VINDO, ' REG-OP-NOME
              MOVE SPACES TO WRK-LOG-MENSAGEM
              STRING 'SIGNON ID=' WRK-ID
                 ' PERFIL=' WRK-PERFIL
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           ELSE
              MOVE 3 TO WRK-TENTATIVAS
           END-IF.
           REWRITE REG-OPERADOR.

       0000-TROCARSENHA.
           MOVE 'N' TO WRK-DESISTIU.
           PERFORM 0000-PEDIRNOVASENHA
              UNTIL WRK-TROCA-OK = 'S' OR WRK-DESISTIU = 'S'.
           IF WRK-TROCA-OK = 'S'
              PERFORM VARYING WRK-HIST-IDX FROM 5 BY -1
                    UNTIL WRK-HIST-IDX < 2
                 MOVE REG-OP-HISTORICO(WRK-HIST-IDX - 1)
                    TO REG-OP-HISTORICO(WRK-HIST-IDX)
              END-PERFORM
              MOVE REG-OP-CRIPTO TO REG-OP-HISTORICO(1)
              MOVE WRK-NOVO-CRIPTO TO REG-OP-CRIPTO
              MOVE WRK-DATASISTEMA TO REG-OP-DATASENHA
              MOVE 'N' TO REG-OP-TROCAR
              DISPLAY 'SENHA ALTERADA.'
              MOVE SPACES TO WRK-LOG-MENSAGEM
              STRING 'SENHA TROCADA NO SIGNON ID=' WRK-ID
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           ELSE
              DISPLAY 'TROCA DE SENHA NAO CONCLUIDA, ACESSO NEGADO.'
           END-IF.

       0000-PEDIRNOVASENHA.
           DISPLAY ' NOVA SENHA (BRANCO=DESISTIR)?'.
           MOVE SPACES TO WRK-NOVA-SENHA.
           ACCEPT WRK-NOVA-SENHA.
           IF WRK-NOVA-SENHA = SPACES
              MOVE 'S' TO WRK-DESISTIU
           ELSE
              DISPLAY ' CONFIRME A NOVA SENHA?'
              MOVE SPACES TO WRK-CONF-SENHA
              ACCEPT WRK-CONF-SENHA
              MOVE 8 TO WRK-TAM-SENHA
              PERFORM UNTIL WRK-TAM-SENHA = 0
                    OR WRK-NOVA-SENHA (WRK-TAM-SENHA:1) NOT = SPACE
                 SUBTRACT 1 FROM WRK-TAM-SENHA
              END-PERFORM
              CALL 'SENHASRV' USING WRK-ID WRK-NOVA-SENHA
                 WRK-NOVO-CRIPTO
              MOVE 'N' TO WRK-REPETIDA
              IF WRK-NOVO-CRIPTO = REG-OP-CRIPTO
                 MOVE 'S' TO WRK-REPETIDA
              END-IF
              PERFORM VARYING WRK-HIST-IDX FROM 1 BY 1
                    UNTIL WRK-HIST-IDX > WRK-QTD-HIST
                 IF REG-OP-HISTORICO(WRK-HIST-IDX) = WRK-NOVO-CRIPTO
                    MOVE 'S' TO WRK-REPETIDA
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WRK-CONF-SENHA NOT = WRK-NOVA-SENHA
                    DISPLAY 'CONFIRMACAO DIFERENTE DA NOVA SENHA.'
                 WHEN WRK-TAM-SENHA < WRK-TAM-MINIMO
                    DISPLAY 'SENHA DEVE TER NO MINIMO '
                       WRK-TAM-MINIMO ' CARACTERES.'
                 WHEN WRK-REPETIDA = 'S'
                    DISPLAY 'SENHA JA UTILIZADA RECENTEMENTE, '
                       'ESCOLHA OUTRA.'
                 WHEN OTHER
                    MOVE 'S' TO WRK-TROCA-OK
              END-EVALUATE
           END-IF.

       0000-AUTORIZARFOLHA.
           IF WRK-PERFIL = 'S' OR WRK-PERFIL = 'F'
              MOVE 'S' TO WRK-AUTORIZADO
       0002-EXIBIRMENU.
           DISPLAY ' '.
           DISPLAY '=================================================='.
           DISPLAY ' SISTEMA - MENU PRINCIPAL - EMPRESA '
              WRK-CIA-EMPRESA.
           DISPLAY '=================================================='.
           DISPLAY ' 01 - VENDAS MENSAIS (PROG04)'.
           DISPLAY ' 02 - AVALIACAO DE ALUNOS (IF)'.
           DISPLAY ' 75 - APROVACOES EM DUPLO CONTROLE'.
           DISPLAY ' 76 - ACERVO DE RELATORIOS'.
           DISPLAY ' 77 - ATUALIZACAO DE LAYOUTS DOS CADASTROS'.
           DISPLAY ' 78 - FATURAMENTO DE VENDAS A PRAZO'.
           DISPLAY ' 79 - CADASTRO DE PROMOCOES POR CATEGORIA'.
           DISPLAY ' 80 - RESULTADO DE CAMPANHA PROMOCIONAL'.
           DISPLAY ' 81 - SEGMENTACAO RFM DE CLIENTES'.
           DISPLAY ' 82 - VENDAS POR DIA DA SEMANA E HORARIO'.
           DISPLAY ' 83 - TERRITORIOS DE VENDA'.
           DISPLAY ' 84 - VENDAS POR TERRITORIO E GERENTE'.
           DISPLAY ' 85 - DEVOLUCAO DE MERCADORIA (RMA)'.
           DISPLAY ' 86 - DESEMPENHO DE TRANSPORTADORAS'.
           DISPLAY ' 87 - PLANEJAMENTO DE CARGA (VIAGENS)'.
           DISPLAY ' 88 - EXPORTACAO FISCAL DE FATURAS'.
           DISPLAY ' 89 - CICLO DO PEDIDO AO RECEBIMENTO'.
           DISPLAY ' 90 - SIMULACAO DE TARIFAS DE FRETE'.
           DISPLAY ' 91 - PROVISAO E PERDAS DE RECEBIVEIS'.
           DISPLAY ' 92 - CONFERENCIA DE NOTAS DE FORNECEDOR'.
           DISPLAY ' 93 - PROPOSTAS DE REPOSICAO DE ESTOQUE'.
           DISPLAY ' 94 - INVENTARIO FISICO DE ESTOQUE'.
           DISPLAY ' 95 - FLUXO DE CAIXA PROJETADO'.
           DISPLAY ' 96 - CONVERSAO DE FORNECEDORES E TITULOS A PAGAR'.
           DISPLAY ' 97 - CONCILIACAO BANCARIA'.
           DISPLAY ' 98 - DEMONSTRACOES FINANCEIRAS (DRE E BALANCO)'.
           DISPLAY '100 - LANCAMENTOS CONTABEIS MANUAIS'.
           DISPLAY '101 - ATIVO IMOBILIZADO E DEPRECIACAO'.
           DISPLAY '102 - ENCERRAMENTO DO EXERCICIO CONTABIL'.
           DISPLAY '103 - CARGOS E FAIXAS SALARIAIS'.
           DISPLAY '104 - PROVISAO DE FERIAS E 13O SALARIO'.
           DISPLAY '105 - DISSIDIO COLETIVO E DIFERENCAS RETROATIVAS'.
           DISPLAY '106 - GRADE HORARIA DAS TURMAS'.
           DISPLAY '107 - MATRICULA E LISTA DE ESPERA'.
           DISPLAY '108 - AVISOS AOS RESPONSAVEIS (FREQUENCIA E NOTAS)'.
           DISPLAY '109 - CERTIFICADOS DE CONCLUSAO DE CURSO'.
           DISPLAY '110 - RISCO DE EVASAO ESCOLAR (RELATORIO MENSAL)'.
           DISPLAY '111 - REEMBOLSO DE DESPESAS'.
           DISPLAY '112 - FECHAMENTO MENSAL (CHECKLIST)'.
           DISPLAY '113 - ANONIMIZACAO DE DADOS (LGPD)'.
           DISPLAY '114 - VERIFICACAO DE INTEGRIDADE ENTRE ARQUIVOS'.
           DISPLAY '115 - CADASTRO DE EMPRESAS DO GRUPO'.
           DISPLAY '116 - ARQUIVAMENTO DE PEDIDOS E FATURAS ENCERRADOS'.
           DISPLAY '117 - RENTABILIDADE POR CLIENTE'.
           DISPLAY '118 - APURACAO MENSAL DO ICMS'.
           DISPLAY '119 - RETORNO BANCARIO DE PAGAMENTOS'.
           DISPLAY '120 - RECLAMACOES DE AVARIA E EXTRAVIO'.
           DISPLAY '121 - CONVERSAO DOS CADASTROS PARA O LAYOUT ATUAL'.
           DISPLAY ' 00 - SAIR'.
           DISPLAY '=================================================='.
           DISPLAY ' OPCAO?'.
                 IF WRK-AUTORIZADO = 'S'
                    CALL 'LAYCONV'
                 END-IF
              WHEN '78'
                 CALL 'FATVENDA'
              WHEN '79'
                 CALL 'PROMMANU'
              WHEN '80'
                 CALL 'PROMREL'
              WHEN '81'
                 CALL 'CLIRFM'
              WHEN '82'
                 CALL 'VENDHORA'
              WHEN '83'
                 CALL 'TERRMANU'
              WHEN '84'
                 CALL 'TERRREL'
              WHEN '85'
                 CALL 'RMAMANU'
              WHEN '86'
                 CALL 'TRANSCOR'
              WHEN '87'
                 CALL 'CARGAPLN'
              WHEN '88'
                 CALL 'FISCEXP'
              WHEN '89'
                 CALL 'CICLOREL'
              WHEN '90'
                 CALL 'TARIFSIM'
              WHEN '91'
                 CALL 'PROVPDD'
              WHEN '92'
                 CALL 'CONFNOTA'
              WHEN '93'
                 CALL 'REPOSICA'
              WHEN '94'
                 CALL 'INVENTAR'
              WHEN '95'
                 CALL 'FLUXOCX'
              WHEN '96'
                 PERFORM 0000-AUTORIZARSUPER
                 IF WRK-AUTORIZADO = 'S'
                    CALL 'PAGCONV'
                 END-IF
              WHEN '97'
                 CALL 'CONCBANC'
              WHEN '98'
                 CALL 'DEMONFIN'
              WHEN '100'
                 CALL 'LANCMANU'
              WHEN '101'
                 CALL 'IMOBMANU'
              WHEN '102'
                 PERFORM 0000-AUTORIZARSUPER
                 IF WRK-AUTORIZADO = 'S'
                    CALL 'ENCERANO'
                 END-IF
              WHEN '103'
                 PERFORM 0000-AUTORIZARFOLHA
                 IF WRK-AUTORIZADO = 'S'
                    CALL 'CARGMANU'
                 END-IF
              WHEN '104'
                 PERFORM 0000-AUTORIZARFOLHA
                 IF WRK-AUTORIZADO = 'S'
                    CALL 'PROVFOL'
                 END-IF
              WHEN '105'
                 PERFORM 0000-AUTORIZARFOLHA
                 IF WRK-AUTORIZADO = 'S'
                    CALL 'DISSIDIO'
                 END-IF
              WHEN '106'
                 CALL 'GRADMANU'
              WHEN '107'
                 CALL 'MATRICUL'
              WHEN '108'
                 CALL 'AVISOESC'
              WHEN '109'
                 CALL 'CERTCONC'
              WHEN '110'
                 CALL 'RISCOEVA'
              WHEN '111'
                 CALL 'REEMBOLS'
              WHEN '112'
                 PERFORM 0000-AUTORIZARSUPER
                 IF WRK-AUTORIZADO = 'S'
                    CALL 'FECHAMES'
                 END-IF
              WHEN '113'
                 PERFORM 0000-AUTORIZARSUPER
                 IF WRK-AUTORIZADO = 'S'
                    CALL 'LGPDANON'
                 END-IF
              WHEN '114'
                 CALL 'VERIFINT'
              WHEN '115'
                 PERFORM 0000-AUTORIZARSUPER
                 IF WRK-AUTORIZADO = 'S'
                    CALL 'CIAMANU'
                 END-IF
              WHEN '116'
                 PERFORM 0000-AUTORIZARSUPER
                 IF WRK-AUTORIZADO = 'S'
                    CALL 'MOVPURG'
                 END-IF
              WHEN '117'
                 PERFORM 0000-AUTORIZARSUPER
                 IF WRK-AUTORIZADO = 'S'
                    CALL 'CLIRENT'
                 END-IF
              WHEN '118'
                 PERFORM 0000-AUTORIZARSUPER
                 IF WRK-AUTORIZADO = 'S'
                    CALL 'APURICMS'
                 END-IF
              WHEN '119'
                 CALL 'PAGRET'
              WHEN '120'
                 CALL 'SINIMANU'
              WHEN '121'
                 PERFORM 0000-AUTORIZARSUPER
                 IF WRK-AUTORIZADO = 'S'
                    CALL 'CADCONV'
                 END-IF
              WHEN '00'
                 CONTINUE
              WHEN OTHER
