       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CARGOS ASSIGN TO "CARGOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CG-CODIGO
               FILE STATUS IS WRK-FS-CARGOS.
           SELECT ARQ-CCUSTOS ASSIGN TO "CCUSTOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CC-COD
               FILE STATUS IS WRK-FS-CCUSTOS.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "FUNCMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FU-MATRICULA
               FILE STATUS IS WRK-FS-FUNCIONARIOS.
           SELECT ARQ-RELFAIXA ASSIGN TO "CARGOFX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELFAIXA.
           SELECT ARQ-RELQUADRO ASSIGN TO "CARGOQD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELQUADRO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CARGOS.
       01 REG-CARGO.
       COPY CARGREG.
       FD ARQ-CCUSTOS.
       01 REG-CCUSTO.
       COPY CCREG.
       FD ARQ-FUNCIONARIOS.
       01 REG-FUNCIONARIO.
       COPY FUNCREG.
       FD ARQ-RELFAIXA.
       01 REG-RELFAIXA         PIC X(100).
       FD ARQ-RELQUADRO.
       01 REG-RELQUADRO        PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-CARGOS    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CCUSTOS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FUNCIONARIOS PIC X(02)  VALUE ZEROS.
       77 WRK-FS-RELFAIXA  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELQUADRO PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'CARGMANU'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-VALIDO       PIC X(01)     VALUE 'N'.
       77 WRK-NOVO         PIC X(01)     VALUE 'N'.
       77 WRK-CODIGO       PIC X(04)     VALUE SPACES.
       77 WRK-CCUSTO       PIC X(04)     VALUE SPACES.
       77 WRK-CCUSTO-OK    PIC X(01)     VALUE 'N'.
       77 WRK-CC-DESCRICAO PIC X(20)     VALUE SPACES.
       77 WRK-CC-ANT       PIC X(04)     VALUE SPACES.
       77 WRK-QTD-CARGOS   PIC 9(03)     VALUE ZEROS.
       77 WRK-CG-IDX       PIC 9(03)     VALUE ZEROS.
       77 WRK-POS          PIC 9(03)     VALUE ZEROS.
       77 WRK-IDX          PIC 9(03)     VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01)     VALUE 'N'.
       77 WRK-QTD-FORA     PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-SEMCARGO PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-INEXIST  PIC 9(05)     VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(07)V99 VALUE ZEROS.
       77 WRK-ABERTAS      PIC S9(05)    VALUE ZEROS.
       77 WRK-SUB-VAGAS    PIC 9(05)     VALUE ZEROS.
       77 WRK-SUB-OCUP     PIC 9(05)     VALUE ZEROS.
       77 WRK-TOT-VAGAS    PIC 9(05)     VALUE ZEROS.
       77 WRK-TOT-OCUP     PIC 9(05)     VALUE ZEROS.
       77 WRK-SALARIO-ED   PIC Z.ZZZ.ZZ9,99.
       77 WRK-SALMIN-ED    PIC Z.ZZZ.ZZ9,99.
       77 WRK-SALMAX-ED    PIC Z.ZZZ.ZZ9,99.
       77 WRK-DIFERENCA-ED PIC -Z.ZZZ.ZZ9,99.
       77 WRK-VAGAS-ED     PIC ZZZZ9.
       77 WRK-OCUP-ED      PIC ZZZZ9.
       77 WRK-ABERTAS-ED   PIC -ZZZZ9.
       77 WRK-OBS          PIC X(10)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       01 WRK-CG-TAB.
          02 WRK-CG-ITEM OCCURS 300 TIMES.
             03 WRK-CG-CCUSTO   PIC X(04).
             03 WRK-CG-CODIGO   PIC X(04).
             03 WRK-CG-TITULO   PIC X(25).
             03 WRK-CG-NIVEL    PIC 9(02).
             03 WRK-CG-VAGAS    PIC 9(04).
             03 WRK-CG-OCUP     PIC 9(05).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           OPEN I-O ARQ-CARGOS.
           IF WRK-FS-CARGOS = '35'
              OPEN OUTPUT ARQ-CARGOS
              CLOSE ARQ-CARGOS
              OPEN I-O ARQ-CARGOS
           END-IF.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           CLOSE ARQ-CARGOS.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'CARGOS E FAIXAS SALARIAIS'.
           DISPLAY ' 1 - INCLUIR/ALTERAR CARGO'.
           DISPLAY ' 2 - LISTAR CARGOS'.
           DISPLAY ' 3 - FUNCIONARIOS FORA DA FAIXA SALARIAL'.
           DISPLAY ' 4 - QUADRO DE LOTACAO E VAGAS POR CARGO E CENTRO'
              ' DE CUSTO'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-MANTERCARGO
              WHEN '2'
                 PERFORM 0004-LISTARCARGOS
              WHEN '3'
                 PERFORM 0005-FORADAFAIXA
              WHEN '4'
                 PERFORM 0006-QUADROLOTACAO
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0003-MANTERCARGO.
           DISPLAY ' CODIGO DO CARGO?'.
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO = SPACES
              DISPLAY 'CODIGO INVALIDO.'
           ELSE
              MOVE WRK-CODIGO TO REG-CG-CODIGO
              READ ARQ-CARGOS
                 INVALID KEY
                    MOVE 'S' TO WRK-NOVO
                 NOT INVALID KEY
                    MOVE 'N' TO WRK-NOVO
              END-READ
              PERFORM 0100-DIGITARCARGO
           END-IF.

       0100-DIGITARCARGO.
           IF WRK-NOVO = 'S'
              MOVE SPACES TO REG-CARGO
              MOVE WRK-CODIGO TO REG-CG-CODIGO
              MOVE ZEROS TO REG-CG-NIVEL REG-CG-SALMIN REG-CG-SALMAX
                 REG-CG-VAGAS
              DISPLAY 'INCLUSAO DO CARGO ' WRK-CODIGO
           ELSE
              DISPLAY 'CARGO ' REG-CG-CODIGO ' ' REG-CG-TITULO
                 ' NIVEL=' REG-CG-NIVEL ' CC=' REG-CG-CCUSTO
              DISPLAY 'FAIXA=' REG-CG-SALMIN ' A ' REG-CG-SALMAX
                 ' VAGAS=' REG-CG-VAGAS ' STATUS=' REG-CG-STATUS
           END-IF.
           MOVE 'S' TO WRK-VALIDO.
           DISPLAY ' TITULO DO CARGO?'.
           ACCEPT REG-CG-TITULO.
           IF REG-CG-TITULO = SPACES
              MOVE 'N' TO WRK-VALIDO
              DISPLAY 'TITULO NAO PODE SER BRANCO.'
           END-IF.
           DISPLAY ' NIVEL (01-99)?'.
           ACCEPT REG-CG-NIVEL.
           IF REG-CG-NIVEL = 0
              MOVE 'N' TO WRK-VALIDO
              DISPLAY 'NIVEL INVALIDO.'
           END-IF.
           DISPLAY ' SALARIO MINIMO DA FAIXA?'.
           ACCEPT REG-CG-SALMIN.
           DISPLAY ' SALARIO MAXIMO DA FAIXA?'.
           ACCEPT REG-CG-SALMAX.
           IF REG-CG-SALMAX = 0 OR REG-CG-SALMAX < REG-CG-SALMIN
              MOVE 'N' TO WRK-VALIDO
              DISPLAY 'FAIXA SALARIAL INVALIDA (MAXIMO MENOR QUE O '
                 'MINIMO).'
           END-IF.
           DISPLAY ' CENTRO DE CUSTO?'.
           ACCEPT REG-CG-CCUSTO.
           MOVE REG-CG-CCUSTO TO WRK-CCUSTO.
           PERFORM 0000-VALIDARCCUSTO.
           IF WRK-CCUSTO-OK = 'N'
              MOVE 'N' TO WRK-VALIDO
              DISPLAY 'CENTRO DE CUSTO NAO CADASTRADO NO CCUSTOMF.'
           END-IF.
           DISPLAY ' QUANTIDADE DE VAGAS AUTORIZADAS?'.
           ACCEPT REG-CG-VAGAS.
           MOVE SPACES TO REG-CG-STATUS.
           PERFORM UNTIL REG-CG-STATUS = 'A' OR 'I'
              DISPLAY ' STATUS (A=ATIVO I=INATIVO)?'
              ACCEPT REG-CG-STATUS
           END-PERFORM.
           IF WRK-VALIDO = 'N'
              DISPLAY 'DADOS INVALIDOS, CARGO NAO GRAVADO.'
           ELSE
              IF WRK-NOVO = 'S'
                 WRITE REG-CARGO
                    INVALID KEY
                       DISPLAY 'ERRO NA INCLUSAO ' WRK-FS-CARGOS
                 END-WRITE
                 STRING 'INCLUSAO DO CARGO ' REG-CG-CODIGO
                    ' OPERADOR=' WRK-OPERADOR
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              ELSE
                 REWRITE REG-CARGO
                    INVALID KEY
                       DISPLAY 'ERRO NA ALTERACAO ' WRK-FS-CARGOS
                 END-REWRITE
                 STRING 'ALTERACAO DO CARGO ' REG-CG-CODIGO
                    ' OPERADOR=' WRK-OPERADOR
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              END-IF
              DISPLAY 'CARGO GRAVADO.'
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-IF.

       0000-VALIDARCCUSTO.
           MOVE 'N' TO WRK-CCUSTO-OK.
           MOVE SPACES TO WRK-CC-DESCRICAO.
           OPEN INPUT ARQ-CCUSTOS.
           IF WRK-FS-CCUSTOS = '00'
              MOVE WRK-CCUSTO TO REG-CC-COD
              READ ARQ-CCUSTOS
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-CCUSTO-OK
                    MOVE REG-CC-DESCRICAO TO WRK-CC-DESCRICAO
              END-READ
              CLOSE ARQ-CCUSTOS
           END-IF.

       0004-LISTARCARGOS.
           MOVE LOW-VALUES TO REG-CG-CODIGO.
           START ARQ-CARGOS KEY IS NOT LESS THAN REG-CG-CODIGO
              INVALID KEY
                 MOVE '10' TO WRK-FS-CARGOS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-CARGOS
           END-START.
           PERFORM 0000-LISTARUMCARGO UNTIL WRK-FS-CARGOS = '10'.
           MOVE '00' TO WRK-FS-CARGOS.

       0000-LISTARUMCARGO.
           READ ARQ-CARGOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CARGOS
              NOT AT END
                 MOVE REG-CG-SALMIN TO WRK-SALMIN-ED
                 MOVE REG-CG-SALMAX TO WRK-SALMAX-ED
                 DISPLAY REG-CG-CODIGO ' ' REG-CG-TITULO
                    ' NIV=' REG-CG-NIVEL ' CC=' REG-CG-CCUSTO
                    ' FAIXA=' WRK-SALMIN-ED ' A ' WRK-SALMAX-ED
                    ' VAGAS=' REG-CG-VAGAS ' ' REG-CG-STATUS
           END-READ.

       0005-FORADAFAIXA.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS NOT = '00'
              DISPLAY 'CADASTRO DE FUNCIONARIOS NAO ENCONTRADO.'
           ELSE
              MOVE ZEROS TO WRK-QTD-FORA WRK-QTD-SEMCARGO
                 WRK-QTD-INEXIST
              OPEN OUTPUT ARQ-RELFAIXA
              MOVE SPACES TO WRK-LINHA
              STRING 'FUNCIONARIOS ATIVOS FORA DA FAIXA SALARIAL DO '
                 'CARGO - EMISSAO ' WRK-DATASISTEMA
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELFAIXA FROM WRK-LINHA
              MOVE 'MATRIC NOME                 CARGO      SALARIO'
                 TO WRK-LINHA
              WRITE REG-RELFAIXA FROM WRK-LINHA
              MOVE SPACES TO WRK-LINHA
              STRING '                                   FAIXA MINIMA'
                 '  FAIXA MAXIMA      DIFERENCA'
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELFAIXA FROM WRK-LINHA
              MOVE SPACES TO REG-FU-MATRICULA
              START ARQ-FUNCIONARIOS KEY IS NOT LESS THAN
                    REG-FU-MATRICULA
                 INVALID KEY
                    MOVE '10' TO WRK-FS-FUNCIONARIOS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-FUNCIONARIOS
              END-START
              PERFORM 0000-CONFERIRFUNC
                 UNTIL WRK-FS-FUNCIONARIOS = '10'
              MOVE SPACES TO WRK-LINHA
              WRITE REG-RELFAIXA FROM WRK-LINHA
              STRING 'FORA DA FAIXA=' WRK-QTD-FORA
                 ' SEM CARGO=' WRK-QTD-SEMCARGO
                 ' CARGO NAO CADASTRADO=' WRK-QTD-INEXIST
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELFAIXA FROM WRK-LINHA
              CLOSE ARQ-RELFAIXA
              CLOSE ARQ-FUNCIONARIOS
              DISPLAY 'FORA DA FAIXA: ' WRK-QTD-FORA
                 ' SEM CARGO: ' WRK-QTD-SEMCARGO
              DISPLAY 'RELATORIO GRAVADO EM CARGOFX.TXT'
              MOVE 'CARGOFX.TXT' TO WRK-NOME-RELAT
              CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
                 WRK-OPERADOR
           END-IF.

       0000-CONFERIRFUNC.
           READ ARQ-FUNCIONARIOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FUNCIONARIOS
              NOT AT END
                 IF REG-FU-STATUS NOT = 'D'
                    PERFORM 0000-CONFERIRFAIXA
                 END-IF
           END-READ.

       0000-CONFERIRFAIXA.
           IF REG-FU-CARGO = SPACES
              ADD 1 TO WRK-QTD-SEMCARGO
           ELSE
              MOVE REG-FU-CARGO TO REG-CG-CODIGO
              READ ARQ-CARGOS
                 INVALID KEY
                    ADD 1 TO WRK-QTD-INEXIST
                    MOVE REG-FU-SALARIO TO WRK-SALARIO-ED
                    MOVE SPACES TO WRK-LINHA
                    STRING REG-FU-MATRICULA ' ' REG-FU-NOME ' '
                       REG-FU-CARGO ' ' WRK-SALARIO-ED
                       '  CARGO NAO CADASTRADO'
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-RELFAIXA FROM WRK-LINHA
                    END-WRITE
                 NOT INVALID KEY
                    IF REG-FU-SALARIO < REG-CG-SALMIN
                          OR REG-FU-SALARIO > REG-CG-SALMAX
                       PERFORM 0000-LINHAFORAFAIXA
                    END-IF
              END-READ
           END-IF.

       0000-LINHAFORAFAIXA.
           ADD 1 TO WRK-QTD-FORA.
           IF REG-FU-SALARIO < REG-CG-SALMIN
              COMPUTE WRK-DIFERENCA = REG-FU-SALARIO - REG-CG-SALMIN
           ELSE
              COMPUTE WRK-DIFERENCA = REG-FU-SALARIO - REG-CG-SALMAX
           END-IF.
           MOVE REG-FU-SALARIO TO WRK-SALARIO-ED.
           MOVE REG-CG-SALMIN TO WRK-SALMIN-ED.
           MOVE REG-CG-SALMAX TO WRK-SALMAX-ED.
           MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING REG-FU-MATRICULA ' ' REG-FU-NOME ' '
              REG-FU-CARGO ' ' WRK-SALARIO-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFAIXA FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING '                                   '
              WRK-SALMIN-ED '  ' WRK-SALMAX-ED '  '
              WRK-DIFERENCA-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFAIXA FROM WRK-LINHA.

       0006-QUADROLOTACAO.
           OPEN INPUT ARQ-FUNCIONARIOS.
           IF WRK-FS-FUNCIONARIOS NOT = '00'
              DISPLAY 'CADASTRO DE FUNCIONARIOS NAO ENCONTRADO.'
           ELSE
              PERFORM 0000-CARREGARCARGOS
              MOVE ZEROS TO WRK-QTD-SEMCARGO WRK-QTD-INEXIST
              MOVE SPACES TO REG-FU-MATRICULA
              START ARQ-FUNCIONARIOS KEY IS NOT LESS THAN
                    REG-FU-MATRICULA
                 INVALID KEY
                    MOVE '10' TO WRK-FS-FUNCIONARIOS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-FUNCIONARIOS
              END-START
              PERFORM 0000-CONTARFUNC
                 UNTIL WRK-FS-FUNCIONARIOS = '10'
              CLOSE ARQ-FUNCIONARIOS
              PERFORM 0200-IMPRIMIRQUADRO
           END-IF.

       0000-CARREGARCARGOS.
           MOVE ZEROS TO WRK-QTD-CARGOS.
           MOVE LOW-VALUES TO REG-CG-CODIGO.
           START ARQ-CARGOS KEY IS NOT LESS THAN REG-CG-CODIGO
              INVALID KEY
                 MOVE '10' TO WRK-FS-CARGOS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-CARGOS
           END-START.
           PERFORM 0000-LERCARGO UNTIL WRK-FS-CARGOS = '10'.
           MOVE '00' TO WRK-FS-CARGOS.

       0000-LERCARGO.
           READ ARQ-CARGOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CARGOS
              NOT AT END
                 IF WRK-QTD-CARGOS < 300
                    PERFORM 0000-INSERIRCARGO
                 ELSE
                    DISPLAY 'TABELA DE CARGOS CHEIA, CARGO IGNORADO: '
                       REG-CG-CODIGO
                 END-IF
           END-READ.

       0000-INSERIRCARGO.
           PERFORM VARYING WRK-POS FROM 1 BY 1
                 UNTIL WRK-POS > WRK-QTD-CARGOS
                    OR WRK-CG-CCUSTO(WRK-POS) > REG-CG-CCUSTO
              CONTINUE
           END-PERFORM.
           PERFORM VARYING WRK-IDX FROM WRK-QTD-CARGOS BY -1
                 UNTIL WRK-IDX < WRK-POS
              MOVE WRK-CG-ITEM(WRK-IDX) TO WRK-CG-ITEM(WRK-IDX + 1)
           END-PERFORM.
           ADD 1 TO WRK-QTD-CARGOS.
           MOVE REG-CG-CCUSTO TO WRK-CG-CCUSTO(WRK-POS).
           MOVE REG-CG-CODIGO TO WRK-CG-CODIGO(WRK-POS).
           MOVE REG-CG-TITULO TO WRK-CG-TITULO(WRK-POS).
           MOVE REG-CG-NIVEL TO WRK-CG-NIVEL(WRK-POS).
           MOVE REG-CG-VAGAS TO WRK-CG-VAGAS(WRK-POS).
           MOVE ZEROS TO WRK-CG-OCUP(WRK-POS).

       0000-CONTARFUNC.
           READ ARQ-FUNCIONARIOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FUNCIONARIOS
              NOT AT END
                 IF REG-FU-STATUS NOT = 'D'
                    IF REG-FU-CARGO = SPACES
                       ADD 1 TO WRK-QTD-SEMCARGO
                    ELSE
                       MOVE 'N' TO WRK-ACHOU
                       PERFORM VARYING WRK-CG-IDX FROM 1 BY 1
                             UNTIL WRK-CG-IDX > WRK-QTD-CARGOS
                                OR WRK-ACHOU = 'S'
                          IF WRK-CG-CODIGO(WRK-CG-IDX) = REG-FU-CARGO
                             ADD 1 TO WRK-CG-OCUP(WRK-CG-IDX)
                             MOVE 'S' TO WRK-ACHOU
                          END-IF
                       END-PERFORM
                       IF WRK-ACHOU = 'N'
                          ADD 1 TO WRK-QTD-INEXIST
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0200-IMPRIMIRQUADRO.
           OPEN OUTPUT ARQ-RELQUADRO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'QUADRO DE LOTACAO E VAGAS POR CARGO E CENTRO DE '
              'CUSTO - EMISSAO ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELQUADRO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CARGO TITULO                    NV  VAGAS  OCUP.'
              '  ABERTAS'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELQUADRO FROM WRK-LINHA.
           MOVE SPACES TO WRK-CC-ANT.
           MOVE ZEROS TO WRK-TOT-VAGAS WRK-TOT-OCUP.
           PERFORM VARYING WRK-CG-IDX FROM 1 BY 1
                 UNTIL WRK-CG-IDX > WRK-QTD-CARGOS
              PERFORM 0210-QUADROCARGO
           END-PERFORM.
           IF WRK-QTD-CARGOS > 0
              PERFORM 0220-SUBTOTALCC
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELQUADRO FROM WRK-LINHA.
           COMPUTE WRK-ABERTAS = WRK-TOT-VAGAS - WRK-TOT-OCUP.
           MOVE WRK-TOT-VAGAS TO WRK-VAGAS-ED.
           MOVE WRK-TOT-OCUP TO WRK-OCUP-ED.
           MOVE WRK-ABERTAS TO WRK-ABERTAS-ED.
           STRING 'TOTAL GERAL                        '
              WRK-VAGAS-ED '  ' WRK-OCUP-ED '  ' WRK-ABERTAS-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELQUADRO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FUNCIONARIOS ATIVOS SEM CARGO=' WRK-QTD-SEMCARGO
              ' COM CARGO NAO CADASTRADO=' WRK-QTD-INEXIST
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELQUADRO FROM WRK-LINHA.
           CLOSE ARQ-RELQUADRO.
           DISPLAY 'QUADRO GRAVADO EM CARGOQD.TXT'.
           MOVE 'CARGOQD.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.

       0210-QUADROCARGO.
           IF WRK-CG-CCUSTO(WRK-CG-IDX) NOT = WRK-CC-ANT
                 OR WRK-CG-IDX = 1
              IF WRK-CG-IDX > 1
                 PERFORM 0220-SUBTOTALCC
              END-IF
              MOVE WRK-CG-CCUSTO(WRK-CG-IDX) TO WRK-CC-ANT
              MOVE ZEROS TO WRK-SUB-VAGAS WRK-SUB-OCUP
              MOVE WRK-CC-ANT TO WRK-CCUSTO
              PERFORM 0000-VALIDARCCUSTO
              MOVE SPACES TO WRK-LINHA
              WRITE REG-RELQUADRO FROM WRK-LINHA
              STRING 'CENTRO DE CUSTO ' WRK-CC-ANT ' '
                 WRK-CC-DESCRICAO
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELQUADRO FROM WRK-LINHA
           END-IF.
           ADD WRK-CG-VAGAS(WRK-CG-IDX) TO WRK-SUB-VAGAS.
           ADD WRK-CG-OCUP(WRK-CG-IDX) TO WRK-SUB-OCUP.
           COMPUTE WRK-ABERTAS = WRK-CG-VAGAS(WRK-CG-IDX)
              - WRK-CG-OCUP(WRK-CG-IDX).
           MOVE WRK-CG-VAGAS(WRK-CG-IDX) TO WRK-VAGAS-ED.
           MOVE WRK-CG-OCUP(WRK-CG-IDX) TO WRK-OCUP-ED.
           MOVE WRK-ABERTAS TO WRK-ABERTAS-ED.
           MOVE SPACES TO WRK-OBS.
           IF WRK-ABERTAS < 0
              MOVE 'EXCEDENTE' TO WRK-OBS
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-CG-CODIGO(WRK-CG-IDX) '  '
              WRK-CG-TITULO(WRK-CG-IDX) ' '
              WRK-CG-NIVEL(WRK-CG-IDX) ' '
              WRK-VAGAS-ED '  ' WRK-OCUP-ED '  ' WRK-ABERTAS-ED
              '  ' WRK-OBS
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELQUADRO FROM WRK-LINHA.

       0220-SUBTOTALCC.
           ADD WRK-SUB-VAGAS TO WRK-TOT-VAGAS.
           ADD WRK-SUB-OCUP TO WRK-TOT-OCUP.
           COMPUTE WRK-ABERTAS = WRK-SUB-VAGAS - WRK-SUB-OCUP.
           MOVE WRK-SUB-VAGAS TO WRK-VAGAS-ED.
           MOVE WRK-SUB-OCUP TO WRK-OCUP-ED.
           MOVE WRK-ABERTAS TO WRK-ABERTAS-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '      TOTAL DO CENTRO ' WRK-CC-ANT '         '
              WRK-VAGAS-ED '  ' WRK-OCUP-ED '  ' WRK-ABERTAS-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELQUADRO FROM WRK-LINHA.
