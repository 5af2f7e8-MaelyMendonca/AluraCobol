               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-EP-CHAVE
               FILE STATUS IS WRK-FS-EMPRESTIMOS.
           SELECT ARQ-CARGOS ASSIGN TO "CARGOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CG-CODIGO
               FILE STATUS IS WRK-FS-CARGOS.
           SELECT ARQ-CARGOHIS ASSIGN TO "CARGOHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARGOHIS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FUNCIONARIOS.
       FD ARQ-EMPRESTIMOS.
       01 REG-EMPRESTIMO.
       COPY EMPREG.
       FD ARQ-CARGOS.
       01 REG-CARGO.
       COPY CARGREG.
       FD ARQ-CARGOHIS.
       01 REG-HISTCARGO.
       COPY HCGREG.
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOATUAL     PIC 9(04).
       77 WRK-MATRICULA    PIC X(06)     VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-ACAO         PIC X(10)     VALUE SPACES.
       77 WRK-IMAGEM-ANTES PIC X(86)     VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS PIC X(86)    VALUE SPACES.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-CIA-NOMEARQ  PIC X(12)     VALUE SPACES.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-LINHA        PIC X(131)    VALUE SPACES.
       77 WRK-DATADEM      PIC 9(08)     VALUE ZEROS.
       01 WRK-DATAPARTES.
       77 WRK-EMPR-IDX     PIC 9(02)     VALUE ZEROS.
       77 WRK-LIQ-RESCISAO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LIQ-ED       PIC -9(09),99 VALUE ZEROS.
       77 WRK-FS-CARGOS    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CARGOHIS  PIC X(02)     VALUE ZEROS.
       77 WRK-CARGOMF-OK   PIC X(01)     VALUE 'N'.
       77 WRK-CARGO-OK     PIC X(01)     VALUE 'N'.
       77 WRK-CARGO-LIDO   PIC X(01)     VALUE 'N'.
       77 WRK-FAIXAMIN-ED  PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FAIXAMAX-ED  PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TIPO-MOV     PIC X(01)     VALUE SPACES.
       77 WRK-DATAEFETIVA  PIC 9(08)     VALUE ZEROS.
       77 WRK-CARGO-ANT    PIC X(04)     VALUE SPACES.
       77 WRK-CCUSTO-ANT   PIC X(04)     VALUE SPACES.
       77 WRK-SALARIO-ANT  PIC 9(07)V99  VALUE ZEROS.
       77 WRK-NOVO-SALARIO PIC 9(07)V99  VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           OPEN I-O ARQ-FUNCIONARIOS.
           IF WRK-FS-CCUSTOS = '00'
              MOVE 'S' TO WRK-CCUSTOMF-OK
           END-IF.
           MOVE 'N' TO WRK-CARGOMF-OK.
           OPEN INPUT ARQ-CARGOS.
           IF WRK-FS-CARGOS = '00'
              MOVE 'S' TO WRK-CARGOMF-OK
           END-IF.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           IF WRK-CCUSTOMF-OK = 'S'
              CLOSE ARQ-CCUSTOS
           END-IF.
           IF WRK-CARGOMF-OK = 'S'
              CLOSE ARQ-CARGOS
           END-IF.
           CLOSE ARQ-DEPENDENTES.
           CLOSE ARQ-FUNCIONARIOS.
           GOBACK.
           DISPLAY ' 4 - EXCLUIR FUNCIONARIO'.
           DISPLAY ' 5 - DESLIGAR FUNCIONARIO (RESCISAO)'.
           DISPLAY ' 6 - DEPENDENTES DO FUNCIONARIO'.
           DISPLAY ' 7 - PROMOCAO/TRANSFERENCIA'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
                 PERFORM 0007-DESLIGAR
              WHEN '6'
                 PERFORM 0008-DEPENDENTES
              WHEN '7'
                 PERFORM 0009-PROMOVER
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                    ' SALARIO=' REG-FU-SALARIO
                    ' ULTPROC=' REG-FU-ULTANOPROC
                    ' STATUS=' REG-FU-STATUS
                    ' CARGO=' REG-FU-CARGO
                    ' EMPRESA=' REG-FU-EMPRESA
           END-READ.

       0004-INCLUIR.
                 MOVE SPACES TO WRK-IMAGEM-ANTES
                 MOVE WRK-MATRICULA TO REG-FU-MATRICULA
                 PERFORM 0000-EDITARCAMPOS
                 PERFORM 0000-LERCARGO
                 PERFORM 0000-CONFERIRFAIXA
                 MOVE ZEROS TO REG-FU-ULTANOPROC
                 MOVE 'A' TO REG-FU-STATUS
                 MOVE ZEROS TO REG-FU-DATADEMISSAO
                 MOVE ZEROS TO REG-FU-ULT13ANO
                 MOVE ZEROS TO REG-FU-ULT13PARC
                 MOVE WRK-CIA-EMPRESA TO REG-FU-EMPRESA
                 WRITE REG-FUNCIONARIO
                 MOVE 'INCLUSAO' TO WRK-ACAO
                 PERFORM 0000-GRAVARAUDITORIA
                 DISPLAY 'DADOS ATUAIS: ' REG-FU-NOME
                    ' ADMISSAO=' REG-FU-DATAENTRADA
                    ' SALARIO=' REG-FU-SALARIO
                    ' CARGO=' REG-FU-CARGO
                 PERFORM 0000-EDITARCAMPOS
                 PERFORM 0000-LERFAIXA
                 PERFORM 0000-CONFERIRFAIXA
                 REWRITE REG-FUNCIONARIO
                 MOVE 'ALTERACAO' TO WRK-ACAO
                 PERFORM 0000-GRAVARAUDITORIA
              END-IF
           END-PERFORM.

       0000-LERCARGO.
           MOVE 'N' TO WRK-CARGO-OK.
           PERFORM UNTIL WRK-CARGO-OK = 'S'
              DISPLAY ' CARGO?'
              ACCEPT REG-FU-CARGO
              PERFORM 0000-LERFAIXA
              IF REG-FU-CARGO = SPACES
                    OR WRK-CARGOMF-OK = 'N'
                 MOVE 'S' TO WRK-CARGO-OK
              ELSE
                 IF WRK-CARGO-LIDO = 'N'
                    DISPLAY 'CARGO NAO CADASTRADO.'
                 ELSE
                    IF REG-CG-STATUS = 'I'
                       DISPLAY 'CARGO INATIVO: ' REG-CG-TITULO
                    ELSE
                       MOVE 'S' TO WRK-CARGO-OK
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       0000-LERFAIXA.
           MOVE 'N' TO WRK-CARGO-LIDO.
           IF REG-FU-CARGO NOT = SPACES AND WRK-CARGOMF-OK = 'S'
              MOVE REG-FU-CARGO TO REG-CG-CODIGO
              READ ARQ-CARGOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-CARGO-LIDO
              END-READ
           END-IF.

       0000-CONFERIRFAIXA.
           IF WRK-CARGO-LIDO = 'S'
              IF REG-FU-SALARIO < REG-CG-SALMIN
                    OR REG-FU-SALARIO > REG-CG-SALMAX
                 MOVE REG-CG-SALMIN TO WRK-FAIXAMIN-ED
                 MOVE REG-CG-SALMAX TO WRK-FAIXAMAX-ED
                 DISPLAY 'ATENCAO: SALARIO FORA DA FAIXA DO CARGO '
                    REG-CG-CODIGO ' (' WRK-FAIXAMIN-ED ' A '
                    WRK-FAIXAMAX-ED ').'
              END-IF
           END-IF.

       0000-GRAVARAUDITORIA.
           MOVE REG-FUNCIONARIO TO WRK-IMAGEM-DEPOIS.
           PERFORM 0000-ESCREVERAUDIT.
              END-PERFORM
              CLOSE ARQ-EMPRESTIMOS
           END-IF.

       0009-PROMOVER.
           DISPLAY ' MATRICULA DO FUNCIONARIO?'.
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO REG-FU-MATRICULA.
           READ ARQ-FUNCIONARIOS
              INVALID KEY
                 DISPLAY 'FUNCIONARIO NAO ENCONTRADO.'
              NOT INVALID KEY
                 IF REG-FU-STATUS = 'D'
                    DISPLAY 'FUNCIONARIO DESLIGADO EM '
                       REG-FU-DATADEMISSAO
                 ELSE
                    PERFORM 0000-MOVIMENTARCARGO
                 END-IF
           END-READ.

       0000-MOVIMENTARCARGO.
           MOVE REG-FUNCIONARIO TO WRK-IMAGEM-ANTES.
           MOVE REG-FU-CARGO TO WRK-CARGO-ANT.
           MOVE REG-FU-CCUSTO TO WRK-CCUSTO-ANT.
           MOVE REG-FU-SALARIO TO WRK-SALARIO-ANT.
           DISPLAY 'FUNCIONARIO: ' REG-FU-NOME.
           DISPLAY 'CARGO=' REG-FU-CARGO ' CCUSTO=' REG-FU-CCUSTO
              ' SALARIO=' REG-FU-SALARIO.
           MOVE SPACES TO WRK-TIPO-MOV.
           PERFORM UNTIL WRK-TIPO-MOV = 'P' OR WRK-TIPO-MOV = 'T'
                 OR WRK-TIPO-MOV = 'M'
              DISPLAY ' TIPO (P=PROMOCAO T=TRANSFERENCIA '
                 'M=MERITO)?'
              ACCEPT WRK-TIPO-MOV
           END-PERFORM.
           MOVE 'N' TO WRK-SRV-VALIDO.
           PERFORM UNTIL WRK-SRV-VALIDO = 'S'
              DISPLAY ' DATA EFETIVA (AAAAMMDD)?'
              ACCEPT WRK-DATAEFETIVA
              MOVE 'V' TO WRK-SRV-FUNCAO
              MOVE WRK-DATAEFETIVA TO WRK-SRV-DATA1
              CALL 'DATASRV' USING WRK-SRV-FUNCAO
                 WRK-SRV-DATA1 WRK-SRV-DATA2
                 WRK-SRV-NUMERO WRK-SRV-VALIDO
              IF WRK-SRV-VALIDO = 'N'
                 DISPLAY 'DATA INVALIDA, VERIFIQUE DIA, MES '
                    'E ANO.'
              ELSE
                 IF WRK-DATAEFETIVA < REG-FU-DATAENTRADA
                    DISPLAY 'DATA EFETIVA ANTERIOR A ADMISSAO.'
                    MOVE 'N' TO WRK-SRV-VALIDO
                 END-IF
              END-IF
           END-PERFORM.
           IF WRK-TIPO-MOV = 'M'
              PERFORM 0000-LERFAIXA
           ELSE
              DISPLAY 'CARGO E CENTRO DE CUSTO EM BRANCO MANTEM OS '
                 'ATUAIS.'
              PERFORM 0000-LERCARGO
              IF REG-FU-CARGO = SPACES
                 MOVE WRK-CARGO-ANT TO REG-FU-CARGO
                 PERFORM 0000-LERFAIXA
              END-IF
              PERFORM 0000-LERCCUSTO
              IF REG-FU-CCUSTO = SPACES
                 IF WRK-CARGO-LIDO = 'S'
                       AND REG-FU-CARGO NOT = WRK-CARGO-ANT
                    MOVE REG-CG-CCUSTO TO REG-FU-CCUSTO
                 ELSE
                    MOVE WRK-CCUSTO-ANT TO REG-FU-CCUSTO
                 END-IF
              END-IF
           END-IF.
           DISPLAY ' NOVO SALARIO (ZERO = MANTER O ATUAL)?'.
           ACCEPT WRK-NOVO-SALARIO.
           IF WRK-NOVO-SALARIO > 0
              MOVE WRK-NOVO-SALARIO TO REG-FU-SALARIO
           END-IF.
           IF REG-FU-CARGO = WRK-CARGO-ANT
                 AND REG-FU-CCUSTO = WRK-CCUSTO-ANT
                 AND REG-FU-SALARIO = WRK-SALARIO-ANT
              DISPLAY 'NENHUMA ALTERACAO INFORMADA.'
           ELSE
              PERFORM 0000-CONFERIRFAIXA
              DISPLAY 'DE  CARGO=' WRK-CARGO-ANT ' CCUSTO='
                 WRK-CCUSTO-ANT ' SALARIO=' WRK-SALARIO-ANT
              DISPLAY 'PARA CARGO=' REG-FU-CARGO ' CCUSTO='
                 REG-FU-CCUSTO ' SALARIO=' REG-FU-SALARIO
              DISPLAY 'CONFIRMA A MOVIMENTACAO? (S/N)'
              ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                 REWRITE REG-FUNCIONARIO
                 PERFORM 0000-GRAVARHISTCARGO
                 EVALUATE WRK-TIPO-MOV
                    WHEN 'P'
                       MOVE 'PROMOCAO' TO WRK-ACAO
                    WHEN 'T'
                       MOVE 'TRANSFER' TO WRK-ACAO
                    WHEN OTHER
                       MOVE 'MERITO' TO WRK-ACAO
                 END-EVALUATE
                 PERFORM 0000-GRAVARAUDITORIA
                 DISPLAY 'MOVIMENTACAO REGISTRADA.'
              ELSE
                 DISPLAY 'MOVIMENTACAO CANCELADA.'
              END-IF
           END-IF.

       0000-GRAVARHISTCARGO.
           OPEN EXTEND ARQ-CARGOHIS.
           IF WRK-FS-CARGOHIS = '35'
              OPEN OUTPUT ARQ-CARGOHIS
           END-IF.
           MOVE WRK-MATRICULA TO REG-HC-MATRICULA.
           MOVE WRK-DATAEFETIVA TO REG-HC-DATAEFETIVA.
           MOVE WRK-TIPO-MOV TO REG-HC-TIPO.
           MOVE WRK-CARGO-ANT TO REG-HC-CARGOANT.
           MOVE REG-FU-CARGO TO REG-HC-CARGONOVO.
           MOVE WRK-CCUSTO-ANT TO REG-HC-CCUSTOANT.
           MOVE REG-FU-CCUSTO TO REG-HC-CCUSTONOVO.
           MOVE WRK-SALARIO-ANT TO REG-HC-SALARIOANT.
           MOVE REG-FU-SALARIO TO REG-HC-SALARIONOVO.
           MOVE WRK-DATASISTEMA TO REG-HC-DATAREG.
           MOVE WRK-OPERADOR TO REG-HC-OPERADOR.
           WRITE REG-HISTCARGO.
           CLOSE ARQ-CARGOHIS.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE SPACES TO WRK-CIA-NOMEARQ.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-CIA-NOMEARQ WRK-CIA-VALIDO.
