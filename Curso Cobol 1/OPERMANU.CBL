               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OP-ID
               FILE STATUS IS WRK-FS-OPERADORES.
           SELECT ARQ-POLSENHA ASSIGN TO "SENHAPOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-POLSENHA.
           SELECT ARQ-RELREVISAO ASSIGN TO "OPERREV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELREVISAO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-OPERADORES.
       01 REG-OPERADOR.
       COPY OPERREG.
       FD ARQ-POLSENHA.
       01 REG-POLSENHA.
       COPY SPOREG.
       FD ARQ-RELREVISAO.
       01 REG-RELREVISAO       PIC X(100).
       WORKING-STORAGE SECTION.
       77 WRK-FS-OPERADORES PIC X(02)    VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-ID           PIC X(08)     VALUE SPACES.
       77 WRK-EXISTE       PIC X(01)     VALUE 'N'.
       77 WRK-FS-POLSENHA  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELREVISAO PIC X(02)    VALUE ZEROS.
       77 WRK-DATASISTEMA  PIC 9(08)     VALUE ZEROS.
       77 WRK-VALIDADE     PIC 9(03)     VALUE 90.
       77 WRK-MAX-FALHAS   PIC 9(02)     VALUE 5.
       77 WRK-QTD-HIST     PIC 9(01)     VALUE 3.
       77 WRK-TAM-MINIMO   PIC 9(01)     VALUE 6.
       77 WRK-SENHA        PIC X(08)     VALUE SPACES.
       77 WRK-CRIPTO       PIC X(16)     VALUE SPACES.
       77 WRK-TAM-SENHA    PIC 9(02)     VALUE ZEROS.
       77 WRK-HIST-IDX     PIC 9(01)     VALUE ZEROS.
       77 WRK-SUPERVISOR   PIC X(01)     VALUE 'N'.
       77 WRK-SITUACAO     PIC X(30)     VALUE SPACES.
       77 WRK-EXPIRADA     PIC X(01)     VALUE 'N'.
       77 WRK-DIAS-SENHA   PIC 9(05)     VALUE ZEROS.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-QTD-BLOQ     PIC 9(04)     VALUE ZEROS.
       77 WRK-QTD-EXPIR    PIC 9(04)     VALUE ZEROS.
       77 WRK-QTD-NUNCA    PIC 9(04)     VALUE ZEROS.
       77 WRK-QTD-OPER     PIC 9(04)     VALUE ZEROS.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           OPEN I-O ARQ-OPERADORES.
              CLOSE ARQ-OPERADORES
              OPEN I-O ARQ-OPERADORES
           END-IF.
           PERFORM 0000-CARREGARPOLSENHA.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           CLOSE ARQ-OPERADORES.
           DISPLAY 'CADASTRO DE OPERADORES'.
           DISPLAY ' 1 - INCLUIR/ALTERAR OPERADOR'.
           DISPLAY ' 2 - LISTAR OPERADORES'.
           DISPLAY ' 3 - DESBLOQUEAR OPERADOR'.
           DISPLAY ' 4 - POLITICA DE SENHAS'.
           DISPLAY ' 5 - RELATORIO DE REVISAO DE ACESSOS'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
                 PERFORM 0003-MANTEROPERADOR
              WHEN '2'
                 PERFORM 0004-LISTAROPERADORES
              WHEN '3'
                 PERFORM 0005-DESBLOQUEAROPERADOR
              WHEN '4'
                 PERFORM 0006-POLITICASENHAS
              WHEN '5'
                 PERFORM 0007-REVISAOACESSOS
              WHEN '0'
                 CONTINUE
              WHEN OTHER
              END-READ
              DISPLAY ' NOME DO OPERADOR?'
              ACCEPT REG-OP-NOME
              PERFORM 0100-DEFINIRSENHA
              MOVE SPACES TO REG-OP-PERFIL
              PERFORM UNTIL REG-OP-PERFIL = 'S'
                    OR REG-OP-PERFIL = 'F'
                    'O=OPERACAO)?'
                 ACCEPT REG-OP-PERFIL
              END-PERFORM
              DISPLAY ' EMPRESA DO OPERADOR (BRANCO=QUALQUER '
                 'EMPRESA)?'
              ACCEPT REG-OP-EMPRESA
              MOVE WRK-ID TO REG-OP-ID
              IF WRK-EXISTE = 'S'
                 REWRITE REG-OPERADOR
                 WRITE REG-OPERADOR
              END-IF
              MOVE 'OPERMANU' TO WRK-LOG-PROGRAMA
              MOVE SPACES TO WRK-LOG-MENSAGEM
              STRING 'OPERADOR GRAVADO ID=' WRK-ID
                 ' PERFIL=' REG-OP-PERFIL
                 ' OPERADOR=' WRK-OPERADOR
              AT END
                 MOVE '10' TO WRK-FS-OPERADORES
              NOT AT END
                 PERFORM 0000-CLASSIFICAROPERADOR
                 DISPLAY REG-OP-ID ' ' REG-OP-NOME
                    ' PERFIL=' REG-OP-PERFIL
                    ' EMPRESA=' REG-OP-EMPRESA ' ' WRK-SITUACAO
           END-READ.

       0100-DEFINIRSENHA.
           IF WRK-EXISTE = 'N'
              MOVE SPACES TO REG-OP-CRIPTO
              MOVE 'N' TO REG-OP-BLOQUEADO
              MOVE ZEROS TO REG-OP-FALHAS REG-OP-DATABLOQ
                 REG-OP-ULTACESSO
              PERFORM VARYING WRK-HIST-IDX FROM 1 BY 1
                    UNTIL WRK-HIST-IDX > 5
                 MOVE SPACES TO REG-OP-HISTORICO(WRK-HIST-IDX)
              END-PERFORM
           END-IF.
           MOVE SPACES TO WRK-SENHA.
           MOVE ZEROS TO WRK-TAM-SENHA.
           PERFORM UNTIL WRK-TAM-SENHA >= WRK-TAM-MINIMO
              IF WRK-EXISTE = 'S'
                 DISPLAY ' NOVA SENHA INICIAL (BRANCO=MANTER A '
                    'ATUAL)?'
              ELSE
                 DISPLAY ' SENHA INICIAL?'
              END-IF
              MOVE SPACES TO WRK-SENHA
              ACCEPT WRK-SENHA
              IF WRK-SENHA = SPACES AND WRK-EXISTE = 'S'
                 MOVE 99 TO WRK-TAM-SENHA
              ELSE
                 MOVE 8 TO WRK-TAM-SENHA
                 PERFORM UNTIL WRK-TAM-SENHA = 0
                       OR WRK-SENHA (WRK-TAM-SENHA:1) NOT = SPACE
                    SUBTRACT 1 FROM WRK-TAM-SENHA
                 END-PERFORM
                 IF WRK-TAM-SENHA < WRK-TAM-MINIMO
                    DISPLAY 'SENHA DEVE TER NO MINIMO '
                       WRK-TAM-MINIMO ' CARACTERES.'
                 END-IF
              END-IF
           END-PERFORM.
           IF WRK-SENHA NOT = SPACES
              CALL 'SENHASRV' USING WRK-ID WRK-SENHA WRK-CRIPTO
              IF REG-OP-CRIPTO NOT = SPACES
                 PERFORM VARYING WRK-HIST-IDX FROM 5 BY -1
                       UNTIL WRK-HIST-IDX < 2
                    MOVE REG-OP-HISTORICO(WRK-HIST-IDX - 1)
                       TO REG-OP-HISTORICO(WRK-HIST-IDX)
                 END-PERFORM
                 MOVE REG-OP-CRIPTO TO REG-OP-HISTORICO(1)
              END-IF
              MOVE WRK-CRIPTO TO REG-OP-CRIPTO
              MOVE SPACES TO REG-OP-SENHA
              MOVE WRK-DATASISTEMA TO REG-OP-DATASENHA
              MOVE 'S' TO REG-OP-TROCAR
              DISPLAY 'SENHA DEVERA SER TROCADA NO PRIMEIRO SIGN-ON.'
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

       0000-CONFERIRSUPERVISOR.
           MOVE 'N' TO WRK-SUPERVISOR.
           MOVE WRK-OPERADOR TO REG-OP-ID.
           READ ARQ-OPERADORES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF REG-OP-PERFIL = 'S' AND REG-OP-BLOQUEADO NOT = 'S'
                    MOVE 'S' TO WRK-SUPERVISOR
                 END-IF
           END-READ.

       0000-CLASSIFICAROPERADOR.
           MOVE SPACES TO WRK-SITUACAO.
           MOVE 'N' TO WRK-EXPIRADA.
           MOVE ZEROS TO WRK-DIAS-SENHA.
           IF REG-OP-CRIPTO = SPACES
              MOVE 'S' TO WRK-EXPIRADA
           ELSE
              MOVE 'D' TO WRK-SRV-FUNCAO
              MOVE REG-OP-DATASENHA TO WRK-SRV-DATA1
              MOVE WRK-DATASISTEMA TO WRK-SRV-DATA2
              CALL 'DATASRV' USING WRK-SRV-FUNCAO
                 WRK-SRV-DATA1 WRK-SRV-DATA2
                 WRK-SRV-NUMERO WRK-SRV-VALIDO
              IF WRK-SRV-NUMERO > 0
                 MOVE WRK-SRV-NUMERO TO WRK-DIAS-SENHA
              END-IF
              IF WRK-DIAS-SENHA > WRK-VALIDADE
                    OR REG-OP-TROCAR = 'S'
                 MOVE 'S' TO WRK-EXPIRADA
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN REG-OP-BLOQUEADO = 'S'
                 STRING 'BLOQUEADO EM ' REG-OP-DATABLOQ
                    DELIMITED BY SIZE INTO WRK-SITUACAO
              WHEN REG-OP-ULTACESSO = 0
                 MOVE 'NUNCA UTILIZADO' TO WRK-SITUACAO
              WHEN REG-OP-CRIPTO = SPACES
                 MOVE 'SENHA SEM CONVERSAO' TO WRK-SITUACAO
              WHEN REG-OP-TROCAR = 'S'
                 MOVE 'TROCA DE SENHA PENDENTE' TO WRK-SITUACAO
              WHEN WRK-EXPIRADA = 'S'
                 MOVE 'SENHA EXPIRADA' TO WRK-SITUACAO
              WHEN OTHER
                 MOVE 'ATIVO' TO WRK-SITUACAO
           END-EVALUATE.

       0005-DESBLOQUEAROPERADOR.
           PERFORM 0000-CONFERIRSUPERVISOR.
           IF WRK-SUPERVISOR = 'N'
              DISPLAY 'DESBLOQUEIO RESTRITO A SUPERVISOR.'
           ELSE
              DISPLAY ' ID DO OPERADOR A DESBLOQUEAR?'
              ACCEPT WRK-ID
              MOVE WRK-ID TO REG-OP-ID
              READ ARQ-OPERADORES
                 INVALID KEY
                    DISPLAY 'OPERADOR NAO ENCONTRADO.'
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN REG-OP-BLOQUEADO NOT = 'S'
                          DISPLAY 'OPERADOR NAO ESTA BLOQUEADO.'
                       WHEN WRK-ID = WRK-OPERADOR
                          DISPLAY 'SUPERVISOR NAO PODE DESBLOQUEAR '
                             'A PROPRIA CONTA.'
                       WHEN OTHER
                          MOVE 'N' TO REG-OP-BLOQUEADO
                          MOVE ZEROS TO REG-OP-FALHAS
                             REG-OP-DATABLOQ
                          REWRITE REG-OPERADOR
                          DISPLAY 'OPERADOR DESBLOQUEADO.'
                          MOVE 'OPERMANU' TO WRK-LOG-PROGRAMA
                          MOVE SPACES TO WRK-LOG-MENSAGEM
                          STRING 'OPERADOR DESBLOQUEADO ID=' WRK-ID
                             ' SUPERVISOR=' WRK-OPERADOR
                             DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                          MOVE 'W' TO WRK-LOG-SEVERIDADE
                          CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                             WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                          MOVE 'I' TO WRK-LOG-SEVERIDADE
                    END-EVALUATE
              END-READ
           END-IF.

       0006-POLITICASENHAS.
           DISPLAY 'VALIDADE DA SENHA.......: ' WRK-VALIDADE ' DIAS'.
           DISPLAY 'BLOQUEIO APOS...........: ' WRK-MAX-FALHAS
              ' TENTATIVAS INVALIDAS'.
           DISPLAY 'SENHAS ANTERIORES VEDADAS: ' WRK-QTD-HIST.
           DISPLAY 'TAMANHO MINIMO..........: ' WRK-TAM-MINIMO.
           PERFORM 0000-CONFERIRSUPERVISOR.
           IF WRK-SUPERVISOR = 'N'
              DISPLAY 'ALTERACAO DA POLITICA RESTRITA A SUPERVISOR.'
           ELSE
              MOVE ZEROS TO REG-SP-VALIDADE
              PERFORM UNTIL REG-SP-VALIDADE > 0
                 DISPLAY ' VALIDADE DA SENHA EM DIAS?'
                 ACCEPT REG-SP-VALIDADE
              END-PERFORM
              MOVE ZEROS TO REG-SP-TENTATIVAS
              PERFORM UNTIL REG-SP-TENTATIVAS > 0
                 DISPLAY ' TENTATIVAS INVALIDAS ATE O BLOQUEIO?'
                 ACCEPT REG-SP-TENTATIVAS
              END-PERFORM
              MOVE 9 TO REG-SP-HISTORICO
              PERFORM UNTIL REG-SP-HISTORICO <= 5
                 DISPLAY ' SENHAS ANTERIORES QUE NAO PODEM SER '
                    'REPETIDAS (0 A 5)?'
                 ACCEPT REG-SP-HISTORICO
              END-PERFORM
              MOVE ZEROS TO REG-SP-TAMMINIMO
              PERFORM UNTIL REG-SP-TAMMINIMO > 0
                 DISPLAY ' TAMANHO MINIMO DA SENHA (1 A 8)?'
                 ACCEPT REG-SP-TAMMINIMO
                 IF REG-SP-TAMMINIMO > 8
                    MOVE ZEROS TO REG-SP-TAMMINIMO
                 END-IF
              END-PERFORM
              OPEN OUTPUT ARQ-POLSENHA
              WRITE REG-POLSENHA
              CLOSE ARQ-POLSENHA
              PERFORM 0000-CARREGARPOLSENHA
              DISPLAY 'POLITICA DE SENHAS GRAVADA.'
              MOVE 'OPERMANU' TO WRK-LOG-PROGRAMA
              MOVE SPACES TO WRK-LOG-MENSAGEM
              STRING 'POLITICA DE SENHAS VALIDADE=' WRK-VALIDADE
                 ' TENTATIVAS=' WRK-MAX-FALHAS
                 ' HISTORICO=' WRK-QTD-HIST
                 ' MINIMO=' WRK-TAM-MINIMO
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              MOVE 'W' TO WRK-LOG-SEVERIDADE
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              MOVE 'I' TO WRK-LOG-SEVERIDADE
           END-IF.

       0007-REVISAOACESSOS.
           MOVE ZEROS TO WRK-QTD-BLOQ WRK-QTD-EXPIR WRK-QTD-NUNCA
              WRK-QTD-OPER.
           OPEN OUTPUT ARQ-RELREVISAO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REVISAO DE ACESSOS DOS OPERADORES - '
              WRK-DATASISTEMA ' EMITIDO POR ' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREVISAO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VALIDADE DA SENHA ' WRK-VALIDADE ' DIAS - '
              'BLOQUEIO APOS ' WRK-MAX-FALHAS ' TENTATIVAS'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREVISAO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ID       NOME                 P ULT.TROCA'
              ' ULT.ACESS SITUACAO'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREVISAO FROM WRK-LINHA.
           MOVE LOW-VALUES TO REG-OP-ID.
           START ARQ-OPERADORES KEY IS NOT LESS THAN REG-OP-ID
              INVALID KEY
                 MOVE '10' TO WRK-FS-OPERADORES
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-OPERADORES
           END-START.
           PERFORM 0000-REVISARUMOPER
              UNTIL WRK-FS-OPERADORES = '10'.
           MOVE '00' TO WRK-FS-OPERADORES.
           MOVE SPACES TO WRK-LINHA.
           STRING 'OPERADORES=' WRK-QTD-OPER
              ' BLOQUEADOS=' WRK-QTD-BLOQ
              ' SENHA EXPIRADA=' WRK-QTD-EXPIR
              ' NUNCA UTILIZADOS=' WRK-QTD-NUNCA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREVISAO FROM WRK-LINHA.
           CLOSE ARQ-RELREVISAO.
           MOVE 'OPERREV.TXT' TO WRK-NOME-RELAT.
           MOVE 'OPERMANU' TO WRK-LOG-PROGRAMA.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'REVISAO DE ACESSOS BLOQUEADOS=' WRK-QTD-BLOQ
              ' EXPIRADOS=' WRK-QTD-EXPIR
              ' NUNCA USADOS=' WRK-QTD-NUNCA
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
              WRK-LOG-SEVERIDADE.
           DISPLAY 'BLOQUEADOS: ' WRK-QTD-BLOQ
              ' SENHA EXPIRADA: ' WRK-QTD-EXPIR
              ' NUNCA UTILIZADOS: ' WRK-QTD-NUNCA.
           DISPLAY 'RELATORIO GRAVADO EM OPERREV.TXT'.

       0000-REVISARUMOPER.
           READ ARQ-OPERADORES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-OPERADORES
              NOT AT END
                 ADD 1 TO WRK-QTD-OPER
                 PERFORM 0000-CLASSIFICAROPERADOR
                 IF REG-OP-BLOQUEADO = 'S'
                    ADD 1 TO WRK-QTD-BLOQ
                 END-IF
                 IF WRK-EXPIRADA = 'S'
                    ADD 1 TO WRK-QTD-EXPIR
                 END-IF
                 IF REG-OP-ULTACESSO = 0
                    ADD 1 TO WRK-QTD-NUNCA
                 END-IF
                 IF REG-OP-BLOQUEADO = 'S' OR WRK-EXPIRADA = 'S'
                       OR REG-OP-ULTACESSO = 0
                    MOVE SPACES TO WRK-LINHA
                    STRING REG-OP-ID ' ' REG-OP-NOME ' '
                       REG-OP-PERFIL ' ' REG-OP-DATASENHA ' '
                       REG-OP-ULTACESSO ' ' WRK-SITUACAO
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-RELREVISAO FROM WRK-LINHA
                 END-IF
           END-READ.
