           SELECT ARQ-RELOS ASSIGN TO "OSRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELOS.
           SELECT ARQ-FUNCIONARIOS ASSIGN TO "FUNCMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FU-MATRICULA
               FILE STATUS IS WRK-FS-FUNCIONARIOS.
           SELECT ARQ-ESTOQUE ASSIGN TO "ESTOQMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ES-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT ARQ-MOVESTOQUE ASSIGN TO "ESTOQMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVESTOQUE.
           SELECT ARQ-OSEXEC ASSIGN TO "OSEXEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OSEXEC.
           SELECT ARQ-RELCUSTO ASSIGN TO "OSCUSTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELCUSTO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-ORCAMESTRE.
       COPY ORCREG.
       FD ARQ-ORDENS.
       01 REG-ORDEM.
       COPY OSREG.
       FD ARQ-OSCTRL.
       01 REG-OSCTRL           PIC 9(08).
       FD ARQ-RELOS.
       01 REG-RELOS            PIC X(100).
       FD ARQ-FUNCIONARIOS.
       01 REG-FUNCIONARIO.
       COPY FUNCREG.
       FD ARQ-ESTOQUE.
       01 REG-ESTOQUE.
       COPY ESTREG.
       FD ARQ-MOVESTOQUE.
       01 REG-MOVESTOQUE.
          02 REG-MV-DATA       PIC 9(08).
          02 REG-MV-HORA       PIC 9(08).
          02 REG-MV-PRODUTO    PIC X(06).
          02 REG-MV-TIPO       PIC X(01).
          02 REG-MV-QTD        PIC 9(05)V99.
          02 REG-MV-MOTIVO     PIC X(02).
          02 REG-MV-OPERADOR   PIC X(08).
       FD ARQ-OSEXEC.
       01 REG-OSEXEC.
       COPY OSXREG.
       FD ARQ-RELCUSTO.
       01 REG-RELCUSTO         PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
       77 WRK-FS-ORDENS    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-OSCTRL    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELOS     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FUNCIONARIOS PIC X(02)  VALUE ZEROS.
       77 WRK-FS-ESTOQUE   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-MOVESTOQUE PIC X(02)    VALUE ZEROS.
       77 WRK-FS-OSEXEC    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELCUSTO  PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-QTD-ORCTOT   PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-ORCCONV  PIC 9(05)     VALUE ZEROS.
       77 WRK-PCT-CONV     PIC 9(03)V99  VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-OS-OK        PIC X(01)     VALUE 'N'.
       77 WRK-FUNCIONARIO  PIC X(06)     VALUE SPACES.
       77 WRK-PRODUTO      PIC X(06)     VALUE SPACES.
       77 WRK-HORAS        PIC 9(03)V99  VALUE ZEROS.
       77 WRK-QTD          PIC 9(05)V99  VALUE ZEROS.
       77 WRK-DATA-APONT   PIC 9(08)     VALUE ZEROS.
       77 WRK-CUSTO-HORA   PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-CUSTO-INFORM PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-VALOR-APONT  PIC 9(09)V99  VALUE ZEROS.
       77 WRK-HORA-MOV     PIC 9(08)     VALUE ZEROS.
       77 WRK-CST-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CST-PRODUTO  PIC X(06)     VALUE SPACES.
       77 WRK-CST-QTD      PIC 9(05)V99  VALUE ZEROS.
       77 WRK-CST-ORIGEM   PIC X(02)     VALUE SPACES.
       77 WRK-CST-CUSTOUNIT PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-CST-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-PCT-TOLERANCIA PIC 9(03)V99 VALUE 10,00.
       77 WRK-PCT-INFORM   PIC 9(03)V99  VALUE ZEROS.
       77 WRK-CUSTO-REAL   PIC 9(09)V99  VALUE ZEROS.
       77 WRK-LIMITE-CUSTO PIC 9(09)V99  VALUE ZEROS.
       77 WRK-DESVIO       PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PCT-DESVIO   PIC S9(05)V99 VALUE ZEROS.
       77 WRK-QTD-OSCUSTO  PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-ESTOURO  PIC 9(05)     VALUE ZEROS.
       77 WRK-TOT-ORCADO   PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOT-REAL     PIC 9(11)V99  VALUE ZEROS.
       77 WRK-AREA-ORC     PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-VLR-ED       PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-VLR2-ED      PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-VLR3-ED      PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-PCT-ED       PIC -ZZZZ9,99.
       77 WRK-AREA-ED      PIC ZZZZ9,9999.
       77 WRK-HORAS-ED     PIC ZZZZ9,99.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-ES-IDX       PIC 9(03)     VALUE ZEROS.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       01 WRK-ESTOURO-TAB.
          02 WRK-ES-ITEM OCCURS 100 TIMES.
             03 WRK-ES-OS      PIC 9(08).
             03 WRK-ES-CLIENTE PIC X(05).
             03 WRK-ES-ORCADO  PIC 9(08)V99.
             03 WRK-ES-REAL    PIC 9(09)V99.
             03 WRK-ES-PCT     PIC S9(05)V99.

       PROCEDURE DIVISION.

           DISPLAY ' 1 - ACEITAR ORCAMENTO (GERAR OS)'.
           DISPLAY ' 2 - ATUALIZAR STATUS DE UMA OS'.
           DISPLAY ' 3 - RELATORIO DE OS POR STATUS'.
           DISPLAY ' 4 - APONTAR HORAS DE MAO DE OBRA'.
           DISPLAY ' 5 - REQUISITAR MATERIAL DO ESTOQUE'.
           DISPLAY ' 6 - RELATORIO DE CUSTO REAL X ORCADO'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
                 PERFORM 0004-ATUALIZARSTATUS
              WHEN '3'
                 PERFORM 0005-RELATORIOOS
              WHEN '4'
                 PERFORM 0006-APONTARMAOOBRA
              WHEN '5'
                 PERFORM 0007-REQUISITARMATERIAL
              WHEN '6'
                 PERFORM 0008-RELATORIOCUSTO
              WHEN '0'
                 CONTINUE
              WHEN OTHER
           MOVE REG-OM-PERIMETRO TO REG-OS-PERIMETRO.
           MOVE REG-OM-VALOR TO REG-OS-VALOR.
           MOVE 'M' TO REG-OS-STATUS.
           MOVE ZEROS TO REG-OS-DATACONCL REG-OS-HORAS
              REG-OS-CUSTOMO REG-OS-CUSTOMAT REG-OS-FATURA.
           WRITE REG-ORDEM
              INVALID KEY
                 DISPLAY 'OS JA EXISTENTE, NUMERO ' WRK-NUM-OS
                    ' CLIENTE=' REG-OS-CLIENTE
                    ' VALOR=' REG-OS-VALOR
                    ' STATUS=' REG-OS-STATUS
                 IF REG-OS-FATURA > 0
                    DISPLAY 'OS JA FATURADA NA FATURA ' REG-OS-FATURA
                       ', STATUS NAO PODE SER ALTERADO.'
                    MOVE SPACES TO WRK-STATUS-NOVO
                 ELSE
                    DISPLAY ' NOVO STATUS (A=EM EXECUCAO '
                       'M=AGUARDANDO MATERIAL F=CONCLUIDA)?'
                    ACCEPT WRK-STATUS-NOVO
                 END-IF
                 IF WRK-STATUS-NOVO = 'A'
                       OR WRK-STATUS-NOVO = 'M'
                       OR WRK-STATUS-NOVO = 'F'
                    MOVE WRK-STATUS-NOVO TO REG-OS-STATUS
                    IF WRK-STATUS-NOVO = 'F'
                       MOVE WRK-DATASISTEMA TO REG-OS-DATACONCL
                    ELSE
                       MOVE ZEROS TO REG-OS-DATACONCL
                    END-IF
                    REWRITE REG-ORDEM
                    DISPLAY 'STATUS ATUALIZADO.'
                    MOVE 'OSMANU' TO WRK-LOG-PROGRAMA
                    CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                       WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                 ELSE
                    IF REG-OS-FATURA = 0
                       DISPLAY 'STATUS INVALIDO.'
                    END-IF
                 END-IF
           END-READ.

                    ADD 1 TO WRK-QTD-ORCCONV
                 END-IF
           END-READ.

       0100-LEROSABERTA.
           MOVE 'N' TO WRK-OS-OK.
           DISPLAY ' NUMERO DA OS?'.
           ACCEPT WRK-NUM-OS.
           MOVE WRK-NUM-OS TO REG-OS-NUMERO.
           READ ARQ-ORDENS
              INVALID KEY
                 DISPLAY 'OS NAO ENCONTRADA.'
              NOT INVALID KEY
                 IF REG-OS-STATUS = 'F'
                    DISPLAY 'OS JA CONCLUIDA EM ' REG-OS-DATACONCL
                       ', APONTAMENTO RECUSADO.'
                 ELSE
                    MOVE 'S' TO WRK-OS-OK
                 END-IF
           END-READ.

       0006-APONTARMAOOBRA.
           PERFORM 0100-LEROSABERTA.
           IF WRK-OS-OK = 'S'
              OPEN INPUT ARQ-FUNCIONARIOS
              IF WRK-FS-FUNCIONARIOS NOT = '00'
                 DISPLAY 'CADASTRO DE FUNCIONARIOS NAO ENCONTRADO.'
              ELSE
                 PERFORM 0200-LANCARHORAS
                 CLOSE ARQ-FUNCIONARIOS
              END-IF
           END-IF.

       0200-LANCARHORAS.
           DISPLAY ' MATRICULA DO FUNCIONARIO?'.
           ACCEPT WRK-FUNCIONARIO.
           MOVE WRK-FUNCIONARIO TO REG-FU-MATRICULA.
           READ ARQ-FUNCIONARIOS
              INVALID KEY
                 DISPLAY 'FUNCIONARIO NAO CADASTRADO.'
                 MOVE 'N' TO WRK-OS-OK
              NOT INVALID KEY
                 IF REG-FU-STATUS = 'D'
                    DISPLAY 'FUNCIONARIO DESLIGADO EM '
                       REG-FU-DATADEMISSAO '.'
                    MOVE 'N' TO WRK-OS-OK
                 END-IF
           END-READ.
           IF WRK-OS-OK = 'S'
              COMPUTE WRK-CUSTO-HORA ROUNDED = REG-FU-SALARIO / 220
              DISPLAY REG-FU-NOME ' CUSTO DA HORA ' WRK-CUSTO-HORA
              DISPLAY ' CUSTO DA HORA A APLICAR (0=MANTER)?'
              ACCEPT WRK-CUSTO-INFORM
              IF WRK-CUSTO-INFORM > 0
                 MOVE WRK-CUSTO-INFORM TO WRK-CUSTO-HORA
              END-IF
              DISPLAY ' HORAS TRABALHADAS?'
              ACCEPT WRK-HORAS
              DISPLAY ' DATA DO TRABALHO (AAAAMMDD, 0=HOJE)?'
              ACCEPT WRK-DATA-APONT
              IF WRK-DATA-APONT = 0
                 MOVE WRK-DATASISTEMA TO WRK-DATA-APONT
              END-IF
              IF WRK-HORAS = 0
                 DISPLAY 'HORAS NAO INFORMADAS.'
              ELSE
                 COMPUTE WRK-VALOR-APONT ROUNDED =
                    WRK-HORAS * WRK-CUSTO-HORA
                 ADD WRK-HORAS TO REG-OS-HORAS
                 ADD WRK-VALOR-APONT TO REG-OS-CUSTOMO
                 REWRITE REG-ORDEM
                 MOVE 'H' TO REG-OX-TIPO
                 MOVE WRK-FUNCIONARIO TO REG-OX-CODIGO
                 MOVE WRK-HORAS TO REG-OX-QTD
                 MOVE WRK-CUSTO-HORA TO REG-OX-CUSTOUNIT
                 PERFORM 0000-GRAVARAPONTAMENTO
                 DISPLAY 'MAO DE OBRA APONTADA, VALOR '
                    WRK-VALOR-APONT
                    ' CUSTO DE MAO DE OBRA DA OS ' REG-OS-CUSTOMO
              END-IF
           END-IF.

       0000-GRAVARAPONTAMENTO.
           OPEN EXTEND ARQ-OSEXEC.
           IF WRK-FS-OSEXEC = '35'
              OPEN OUTPUT ARQ-OSEXEC
           END-IF.
           MOVE REG-OS-NUMERO TO REG-OX-OS.
           MOVE WRK-DATA-APONT TO REG-OX-DATA.
           MOVE WRK-VALOR-APONT TO REG-OX-VALOR.
           MOVE WRK-OPERADOR TO REG-OX-OPERADOR.
           WRITE REG-OSEXEC.
           CLOSE ARQ-OSEXEC.
           MOVE 'OSMANU' TO WRK-LOG-PROGRAMA.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'APONTAMENTO OS=' REG-OS-NUMERO
              ' TIPO=' REG-OX-TIPO ' COD=' REG-OX-CODIGO
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.

       0007-REQUISITARMATERIAL.
           PERFORM 0100-LEROSABERTA.
           IF WRK-OS-OK = 'S'
              OPEN I-O ARQ-ESTOQUE
              IF WRK-FS-ESTOQUE NOT = '00'
                 DISPLAY 'CADASTRO DE ESTOQUE NAO ENCONTRADO.'
              ELSE
                 PERFORM 0300-BAIXARMATERIAL
                 CLOSE ARQ-ESTOQUE
              END-IF
           END-IF.

       0300-BAIXARMATERIAL.
           DISPLAY ' CODIGO DO PRODUTO?'.
           ACCEPT WRK-PRODUTO.
           DISPLAY ' QUANTIDADE REQUISITADA?'.
           ACCEPT WRK-QTD.
           MOVE WRK-PRODUTO TO REG-ES-PRODUTO.
           READ ARQ-ESTOQUE
              INVALID KEY
                 DISPLAY 'PRODUTO SEM REGISTRO DE ESTOQUE.'
                 MOVE 'N' TO WRK-OS-OK
           END-READ.
           IF WRK-QTD = 0
              DISPLAY 'QUANTIDADE NAO INFORMADA.'
              MOVE 'N' TO WRK-OS-OK
           END-IF.
           IF WRK-OS-OK = 'S' AND REG-ES-SALDO < WRK-QTD
              DISPLAY 'SALDO EM ESTOQUE ' REG-ES-SALDO
                 ' MENOR QUE A REQUISICAO.'
              DISPLAY ' CONFIRMA A BAIXA ASSIM MESMO? (S/N)'
              ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
                 MOVE 'N' TO WRK-OS-OK
              END-IF
           END-IF.
           IF WRK-OS-OK = 'S'
              SUBTRACT WRK-QTD FROM REG-ES-SALDO
              REWRITE REG-ESTOQUE
              PERFORM 0000-GRAVARMOVESTOQUE
              MOVE 'S' TO WRK-CST-FUNCAO
              MOVE WRK-PRODUTO TO WRK-CST-PRODUTO
              MOVE WRK-QTD TO WRK-CST-QTD
              MOVE 'OS' TO WRK-CST-ORIGEM
              MOVE ZEROS TO WRK-CST-CUSTOUNIT
              CALL 'CUSTOSRV' USING WRK-CST-FUNCAO WRK-CST-PRODUTO
                 WRK-CST-QTD WRK-CST-ORIGEM WRK-CST-CUSTOUNIT
                 WRK-CST-VALOR
              MOVE WRK-CST-VALOR TO WRK-VALOR-APONT
              ADD WRK-VALOR-APONT TO REG-OS-CUSTOMAT
              REWRITE REG-ORDEM
              MOVE 'M' TO REG-OX-TIPO
              MOVE WRK-PRODUTO TO REG-OX-CODIGO
              MOVE WRK-QTD TO REG-OX-QTD
              MOVE WRK-CST-CUSTOUNIT TO REG-OX-CUSTOUNIT
              MOVE WRK-DATASISTEMA TO WRK-DATA-APONT
              PERFORM 0000-GRAVARAPONTAMENTO
              DISPLAY 'MATERIAL BAIXADO, SALDO ' REG-ES-SALDO
                 ' CUSTO ' WRK-VALOR-APONT
                 ' CUSTO DE MATERIAL DA OS ' REG-OS-CUSTOMAT
           END-IF.

       0000-GRAVARMOVESTOQUE.
           OPEN EXTEND ARQ-MOVESTOQUE.
           IF WRK-FS-MOVESTOQUE = '35'
              OPEN OUTPUT ARQ-MOVESTOQUE
           END-IF.
           ACCEPT WRK-HORA-MOV FROM TIME.
           MOVE WRK-DATASISTEMA TO REG-MV-DATA.
           MOVE WRK-HORA-MOV TO REG-MV-HORA.
           MOVE WRK-PRODUTO TO REG-MV-PRODUTO.
           MOVE 'S' TO REG-MV-TIPO.
           MOVE WRK-QTD TO REG-MV-QTD.
           MOVE SPACES TO REG-MV-MOTIVO.
           MOVE WRK-OPERADOR TO REG-MV-OPERADOR.
           WRITE REG-MOVESTOQUE.
           CLOSE ARQ-MOVESTOQUE.

       0008-RELATORIOCUSTO.
           DISPLAY ' PERCENTUAL TOLERADO ACIMA DO ORCADO (0='
              WRK-PCT-TOLERANCIA ')?'.
           ACCEPT WRK-PCT-INFORM.
           IF WRK-PCT-INFORM > 0
              MOVE WRK-PCT-INFORM TO WRK-PCT-TOLERANCIA
           END-IF.
           MOVE ZEROS TO WRK-QTD-OSCUSTO WRK-QTD-ESTOURO
              WRK-TOT-ORCADO WRK-TOT-REAL.
           OPEN OUTPUT ARQ-RELCUSTO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CUSTO REAL X ORCADO DAS ORDENS DE SERVICO - '
              WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCUSTO FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELCUSTO FROM WRK-LINHA.
           MOVE 'OS       ST AREA ORC.   VALOR ORCADO   MATERIAL'
              TO WRK-LINHA.
           MOVE '      MAO DE OBRA DESVIO%' TO WRK-LINHA(49:25).
           WRITE REG-RELCUSTO FROM WRK-LINHA.
           MOVE ZEROS TO REG-OS-NUMERO.
           START ARQ-ORDENS KEY IS NOT LESS THAN REG-OS-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-ORDENS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-ORDENS
           END-START.
           PERFORM 0400-CUSTEARUMAOS UNTIL WRK-FS-ORDENS = '10'.
           MOVE '00' TO WRK-FS-ORDENS.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELCUSTO FROM WRK-LINHA.
           MOVE WRK-TOT-ORCADO TO WRK-VLR-ED.
           MOVE WRK-TOT-REAL TO WRK-VLR2-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ORDENS=' WRK-QTD-OSCUSTO
              ' TOTAL ORCADO=' WRK-VLR-ED
              ' TOTAL REAL=' WRK-VLR2-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCUSTO FROM WRK-LINHA.
           PERFORM 0410-LISTARESTOUROS.
           CLOSE ARQ-RELCUSTO.
           MOVE 'OSCUSTO.TXT' TO WRK-NOME-RELAT.
           MOVE 'OSMANU' TO WRK-LOG-PROGRAMA.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'ORDENS ACIMA DA TOLERANCIA: ' WRK-QTD-ESTOURO.
           DISPLAY 'RELATORIO GRAVADO EM OSCUSTO.TXT'.

       0400-CUSTEARUMAOS.
           READ ARQ-ORDENS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ORDENS
              NOT AT END
                 PERFORM 0000-CALCULARDESVIO
           END-READ.

       0000-CALCULARDESVIO.
           ADD 1 TO WRK-QTD-OSCUSTO.
           MOVE REG-OS-AREA TO WRK-AREA-ORC.
           MOVE REG-OS-ORCAMENTO TO REG-OM-NUMERO.
           READ ARQ-ORCAMESTRE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE REG-OM-AREA TO WRK-AREA-ORC
           END-READ.
           COMPUTE WRK-CUSTO-REAL = REG-OS-CUSTOMAT + REG-OS-CUSTOMO.
           ADD REG-OS-VALOR TO WRK-TOT-ORCADO.
           ADD WRK-CUSTO-REAL TO WRK-TOT-REAL.
           COMPUTE WRK-DESVIO = WRK-CUSTO-REAL - REG-OS-VALOR.
           MOVE ZEROS TO WRK-PCT-DESVIO.
           IF REG-OS-VALOR > 0
              COMPUTE WRK-PCT-DESVIO ROUNDED =
                 (WRK-DESVIO * 100) / REG-OS-VALOR
           END-IF.
           MOVE WRK-AREA-ORC TO WRK-AREA-ED.
           MOVE REG-OS-VALOR TO WRK-VLR-ED.
           MOVE REG-OS-CUSTOMAT TO WRK-VLR2-ED.
           MOVE REG-OS-CUSTOMO TO WRK-VLR3-ED.
           MOVE WRK-PCT-DESVIO TO WRK-PCT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING REG-OS-NUMERO ' ' REG-OS-STATUS ' ' WRK-AREA-ED
              ' ' WRK-VLR-ED ' ' WRK-VLR2-ED ' ' WRK-VLR3-ED
              ' ' WRK-PCT-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCUSTO FROM WRK-LINHA.
           COMPUTE WRK-LIMITE-CUSTO ROUNDED = REG-OS-VALOR
              + (REG-OS-VALOR * WRK-PCT-TOLERANCIA / 100).
           IF WRK-CUSTO-REAL > WRK-LIMITE-CUSTO
              ADD 1 TO WRK-QTD-ESTOURO
              IF WRK-QTD-ESTOURO <= 100
                 MOVE REG-OS-NUMERO TO WRK-ES-OS(WRK-QTD-ESTOURO)
                 MOVE REG-OS-CLIENTE
                    TO WRK-ES-CLIENTE(WRK-QTD-ESTOURO)
                 MOVE REG-OS-VALOR TO WRK-ES-ORCADO(WRK-QTD-ESTOURO)
                 MOVE WRK-CUSTO-REAL TO WRK-ES-REAL(WRK-QTD-ESTOURO)
                 MOVE WRK-PCT-DESVIO TO WRK-ES-PCT(WRK-QTD-ESTOURO)
              END-IF
           END-IF.

       0410-LISTARESTOUROS.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELCUSTO FROM WRK-LINHA.
           MOVE WRK-PCT-TOLERANCIA TO WRK-PCT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ORDENS COM CUSTO REAL ACIMA DO ORCADO EM MAIS DE'
              WRK-PCT-ED '%'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCUSTO FROM WRK-LINHA.
           PERFORM VARYING WRK-ES-IDX FROM 1 BY 1
                 UNTIL WRK-ES-IDX > WRK-QTD-ESTOURO
                    OR WRK-ES-IDX > 100
              MOVE WRK-ES-ORCADO(WRK-ES-IDX) TO WRK-VLR-ED
              MOVE WRK-ES-REAL(WRK-ES-IDX) TO WRK-VLR2-ED
              MOVE WRK-ES-PCT(WRK-ES-IDX) TO WRK-PCT-ED
              MOVE SPACES TO WRK-LINHA
              STRING 'OS ' WRK-ES-OS(WRK-ES-IDX)
                 ' CLIENTE ' WRK-ES-CLIENTE(WRK-ES-IDX)
                 ' ORCADO ' WRK-VLR-ED ' REAL ' WRK-VLR2-ED
                 ' DESVIO ' WRK-PCT-ED '%'
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELCUSTO FROM WRK-LINHA
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL DE ORDENS ACIMA DA TOLERANCIA: '
              WRK-QTD-ESTOURO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCUSTO FROM WRK-LINHA.
