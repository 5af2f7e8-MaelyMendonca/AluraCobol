       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVPDD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FATURAS ASSIGN TO "FATURMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-NUMERO
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT ARQ-PARCELAS ASSIGN TO "FATPARC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PA-CHAVE
               FILE STATUS IS WRK-FS-PARCELAS.
           SELECT ARQ-OPERADORES ASSIGN TO "OPERMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OP-ID
               FILE STATUS IS WRK-FS-OPERADORES.
           SELECT ARQ-PDDPARM ASSIGN TO "PDDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PDDPARM.
           SELECT ARQ-PDDHIST ASSIGN TO "PDDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PDDHIST.
           SELECT ARQ-PDDMOV ASSIGN TO "PDDMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PDDMOV.
           SELECT ARQ-RELPDD ASSIGN TO "PROVPDD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELPDD.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-PARCELAS.
       01 REG-PARCELA.
       COPY PARREG.
       FD ARQ-OPERADORES.
       01 REG-OPERADOR.
       COPY OPERREG.
       FD ARQ-PDDPARM.
       01 REG-PDDPARM.
          02 REG-PP-PERC      PIC 9(03)V99 OCCURS 4 TIMES.
       FD ARQ-PDDHIST.
       01 REG-PDDHIST.
       COPY PDHREG.
       FD ARQ-PDDMOV.
       01 REG-PDDMOV.
       COPY PDDREG.
       FD ARQ-RELPDD.
       01 REG-RELPDD           PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PARCELAS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-OPERADORES PIC X(02)    VALUE ZEROS.
       77 WRK-FS-PDDPARM   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PDDHIST   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PDDMOV    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELPDD    PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-NUM-FATURA   PIC 9(08)     VALUE ZEROS.
       77 WRK-SALDO-ABERTO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TEM-PARCELAS PIC X(01)     VALUE 'N'.
       77 WRK-PARC-IDX     PIC 9(02)     VALUE ZEROS.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.
       77 WRK-DIAS-ABERTO  PIC S9(05)    VALUE ZEROS.
       77 WRK-FAIXA        PIC 9(01)     VALUE ZEROS.
       77 WRK-IDX          PIC 9(01)     VALUE ZEROS.
       77 WRK-MES-COMP     PIC 9(02)     VALUE ZEROS.
       77 WRK-ANO-COMP     PIC 9(04)     VALUE ZEROS.
       77 WRK-COMPETENCIA  PIC 9(06)     VALUE ZEROS.
       77 WRK-COMP-ANT     PIC 9(06)     VALUE ZEROS.
       77 WRK-PROVISAO     PIC 9(11)V99  VALUE ZEROS.
       77 WRK-ANTERIOR     PIC 9(11)V99  VALUE ZEROS.
       77 WRK-CONSTITUICAO PIC 9(11)V99  VALUE ZEROS.
       77 WRK-REVERSAO     PIC 9(11)V99  VALUE ZEROS.
       77 WRK-SUPER-ID     PIC X(08)     VALUE SPACES.
       77 WRK-SUPERVISOR   PIC X(01)     VALUE 'N'.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-MOTIVO       PIC X(30)     VALUE SPACES.
       77 WRK-VALIDO       PIC X(01)     VALUE 'N'.
       77 WRK-QTD-HIST     PIC 9(04)     VALUE ZEROS.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       01 WRK-PERC-TAB.
          02 WRK-PERC         PIC 9(03)V99 OCCURS 4 TIMES.
       01 WRK-FAIXA-TAB.
          02 WRK-FX-SALDO     PIC 9(11)V99 OCCURS 4 TIMES.
       01 WRK-PROV-TAB.
          02 WRK-FX-PROV      PIC 9(11)V99 OCCURS 4 TIMES.
       01 WRK-FAIXA-NOMES.
          02 FILLER           PIC X(12) VALUE 'ATE 29 DIAS '.
          02 FILLER           PIC X(12) VALUE '30 A 59 DIAS'.
          02 FILLER           PIC X(12) VALUE '60 A 89 DIAS'.
          02 FILLER           PIC X(12) VALUE '90 DIAS OU +'.
       01 WRK-FAIXA-NOME-TAB REDEFINES WRK-FAIXA-NOMES.
          02 WRK-FAIXA-NOME   PIC X(12) OCCURS 4 TIMES.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'PROVPDD' TO WRK-LOG-PROGRAMA.
           OPEN I-O ARQ-FATURAS.
           IF WRK-FS-FATURAS NOT = '00'
              DISPLAY 'CADASTRO DE FATURAS NAO ENCONTRADO.'
           ELSE
              OPEN I-O ARQ-PARCELAS
              IF WRK-FS-PARCELAS = '35'
                 OPEN OUTPUT ARQ-PARCELAS
                 CLOSE ARQ-PARCELAS
                 OPEN I-O ARQ-PARCELAS
              END-IF
              MOVE SPACES TO WRK-OPCAO
              PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'
              CLOSE ARQ-PARCELAS
              CLOSE ARQ-FATURAS
           END-IF.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'PROVISAO E PERDAS COM RECEBIVEIS'.
           DISPLAY ' 1 - CALCULAR PROVISAO DO MES'.
           DISPLAY ' 2 - PERCENTUAIS DE PROVISAO POR FAIXA'.
           DISPLAY ' 3 - BAIXAR FATURA COMO PERDA'.
           DISPLAY ' 4 - HISTORICO DA PROVISAO'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-CALCULARPROVISAO
              WHEN '2'
                 PERFORM 0004-MANTERPERCENTUAIS
              WHEN '3'
                 PERFORM 0005-BAIXARPERDA
              WHEN '4'
                 PERFORM 0006-LISTARHISTORICO
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0003-CALCULARPROVISAO.
           MOVE ZEROS TO WRK-MES-COMP.
           PERFORM UNTIL WRK-MES-COMP >= 1 AND WRK-MES-COMP <= 12
              DISPLAY ' MES DE COMPETENCIA DA PROVISAO (1-12)?'
              ACCEPT WRK-MES-COMP
              IF WRK-MES-COMP < 1 OR WRK-MES-COMP > 12
                 DISPLAY 'MES INVALIDO, DIGITE 1 A 12.'
              END-IF
           END-PERFORM.
           DISPLAY ' ANO DA COMPETENCIA (0=ATUAL)?'.
           ACCEPT WRK-ANO-COMP.
           IF WRK-ANO-COMP = 0
              MOVE WRK-ANOSISTEMA TO WRK-ANO-COMP
           END-IF.
           COMPUTE WRK-COMPETENCIA =
              (WRK-ANO-COMP * 100) + WRK-MES-COMP.
           PERFORM 0000-CARREGARPERCENTUAIS.
           MOVE ZEROS TO WRK-FAIXA-TAB WRK-PROV-TAB WRK-PROVISAO.
           MOVE ZEROS TO REG-FA-NUMERO.
           START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-FATURAS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-FATURAS
           END-START.
           PERFORM 0000-ACUMULARFATURA UNTIL WRK-FS-FATURAS = '10'.
           MOVE '00' TO WRK-FS-FATURAS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4
              COMPUTE WRK-FX-PROV(WRK-IDX) ROUNDED =
                 WRK-FX-SALDO(WRK-IDX) * WRK-PERC(WRK-IDX) / 100
              ADD WRK-FX-PROV(WRK-IDX) TO WRK-PROVISAO
           END-PERFORM.
           PERFORM 0000-BUSCARANTERIOR.
           MOVE ZEROS TO WRK-CONSTITUICAO WRK-REVERSAO.
           IF WRK-PROVISAO > WRK-ANTERIOR
              COMPUTE WRK-CONSTITUICAO = WRK-PROVISAO - WRK-ANTERIOR
           ELSE
              COMPUTE WRK-REVERSAO = WRK-ANTERIOR - WRK-PROVISAO
           END-IF.
           PERFORM 0000-IMPRIMIRPROVISAO.
           DISPLAY 'PROVISAO NECESSARIA .. ' WRK-PROVISAO.
           DISPLAY 'PROVISAO ANTERIOR .... ' WRK-ANTERIOR
              ' (COMPETENCIA ' WRK-COMP-ANT ')'.
           DISPLAY 'CONSTITUICAO ......... ' WRK-CONSTITUICAO.
           DISPLAY 'REVERSAO ............. ' WRK-REVERSAO.
           DISPLAY 'RELATORIO GRAVADO EM PROVPDD.TXT'.
           DISPLAY ' REGISTRAR A PROVISAO DA COMPETENCIA '
              WRK-COMPETENCIA '? (S/N)'.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
              PERFORM 0000-GRAVARHISTORICO
              DISPLAY 'PROVISAO REGISTRADA PARA A EXTRACAO CONTABIL.'
              STRING 'PROVISAO COMP=' WRK-COMPETENCIA
                 ' VALOR=' WRK-PROVISAO
                 ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           ELSE
              DISPLAY 'PROVISAO NAO REGISTRADA.'
           END-IF.

       0000-CARREGARPERCENTUAIS.
           MOVE 001,00 TO WRK-PERC(1).
           MOVE 010,00 TO WRK-PERC(2).
           MOVE 030,00 TO WRK-PERC(3).
           MOVE 050,00 TO WRK-PERC(4).
           OPEN INPUT ARQ-PDDPARM.
           IF WRK-FS-PDDPARM = '00'
              READ ARQ-PDDPARM
                 NOT AT END
                    MOVE REG-PDDPARM TO WRK-PERC-TAB
              END-READ
              CLOSE ARQ-PDDPARM
           END-IF.

       0000-ACUMULARFATURA.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 IF REG-FA-STATUS = 'A' AND REG-FA-TIPO NOT = 'C'
                    MOVE REG-FA-NUMERO TO WRK-NUM-FATURA
                    PERFORM 0000-TEMPARCELAS
                    IF WRK-TEM-PARCELAS = 'S'
                       PERFORM 0000-ACUMULARPARCELAS
                    ELSE
                       COMPUTE WRK-SALDO-ABERTO =
                          REG-FA-TOTAL - REG-FA-VALORPAGO
                       MOVE REG-FA-DATA TO WRK-SRV-DATA1
                       PERFORM 0000-CALCULARFAIXA
                       PERFORM 0000-SOMARFAIXA
                    END-IF
                 END-IF
           END-READ.

       0000-ACUMULARPARCELAS.
           PERFORM VARYING WRK-PARC-IDX FROM 1 BY 1
                 UNTIL WRK-PARC-IDX > 12
              MOVE WRK-NUM-FATURA TO REG-PA-FATURA
              MOVE WRK-PARC-IDX TO REG-PA-PARCELA
              READ ARQ-PARCELAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF REG-PA-STATUS = 'A'
                       COMPUTE WRK-SALDO-ABERTO =
                          REG-PA-VALOR - REG-PA-VALORPAGO
                       MOVE REG-PA-VENCIMENTO TO WRK-SRV-DATA1
                       PERFORM 0000-CALCULARFAIXA
                       PERFORM 0000-SOMARFAIXA
                    END-IF
              END-READ
           END-PERFORM.

       0000-CALCULARFAIXA.
           MOVE 'D' TO WRK-SRV-FUNCAO.
           MOVE WRK-DATASISTEMA TO WRK-SRV-DATA2.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           MOVE WRK-SRV-NUMERO TO WRK-DIAS-ABERTO.
           EVALUATE TRUE
              WHEN WRK-DIAS-ABERTO < 30
                 MOVE 1 TO WRK-FAIXA
              WHEN WRK-DIAS-ABERTO < 60
                 MOVE 2 TO WRK-FAIXA
              WHEN WRK-DIAS-ABERTO < 90
                 MOVE 3 TO WRK-FAIXA
              WHEN OTHER
                 MOVE 4 TO WRK-FAIXA
           END-EVALUATE.

       0000-SOMARFAIXA.
           IF WRK-SALDO-ABERTO > 0
              ADD WRK-SALDO-ABERTO TO WRK-FX-SALDO(WRK-FAIXA)
           END-IF.

       0000-TEMPARCELAS.
           MOVE 'N' TO WRK-TEM-PARCELAS.
           MOVE WRK-NUM-FATURA TO REG-PA-FATURA.
           MOVE 01 TO REG-PA-PARCELA.
           READ ARQ-PARCELAS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WRK-TEM-PARCELAS
           END-READ.

       0000-BUSCARANTERIOR.
           MOVE ZEROS TO WRK-ANTERIOR WRK-COMP-ANT.
           OPEN INPUT ARQ-PDDHIST.
           IF WRK-FS-PDDHIST = '00'
              PERFORM 0000-LERANTERIOR UNTIL WRK-FS-PDDHIST = '10'
              CLOSE ARQ-PDDHIST
           END-IF.

       0000-LERANTERIOR.
           READ ARQ-PDDHIST
              AT END
                 MOVE '10' TO WRK-FS-PDDHIST
              NOT AT END
                 IF REG-PH-COMPETENCIA < WRK-COMPETENCIA
                       AND REG-PH-COMPETENCIA >= WRK-COMP-ANT
                    MOVE REG-PH-COMPETENCIA TO WRK-COMP-ANT
                    MOVE REG-PH-PROVISAO TO WRK-ANTERIOR
                 END-IF
           END-READ.

       0000-GRAVARHISTORICO.
           OPEN EXTEND ARQ-PDDHIST.
           IF WRK-FS-PDDHIST = '35'
              OPEN OUTPUT ARQ-PDDHIST
           END-IF.
           MOVE WRK-COMPETENCIA TO REG-PH-COMPETENCIA.
           MOVE WRK-DATASISTEMA TO REG-PH-DATA.
           MOVE WRK-OPERADOR TO REG-PH-OPERADOR.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4
              MOVE WRK-FX-SALDO(WRK-IDX) TO REG-PH-FAIXA(WRK-IDX)
              MOVE WRK-PERC(WRK-IDX) TO REG-PH-PERC(WRK-IDX)
           END-PERFORM.
           MOVE WRK-PROVISAO TO REG-PH-PROVISAO.
           MOVE WRK-ANTERIOR TO REG-PH-ANTERIOR.
           MOVE WRK-CONSTITUICAO TO REG-PH-CONSTITUICAO.
           MOVE WRK-REVERSAO TO REG-PH-REVERSAO.
           WRITE REG-PDDHIST.
           CLOSE ARQ-PDDHIST.

       0000-IMPRIMIRPROVISAO.
           OPEN OUTPUT ARQ-RELPDD.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PROVISAO PARA DEVEDORES DUVIDOSOS - COMPETENCIA '
              WRK-COMPETENCIA ' - EMITIDO EM ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELPDD FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELPDD FROM WRK-LINHA.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4
              MOVE SPACES TO WRK-LINHA
              STRING WRK-FAIXA-NOME(WRK-IDX)
                 ' SALDO=' WRK-FX-SALDO(WRK-IDX)
                 ' PERC=' WRK-PERC(WRK-IDX)
                 ' PROVISAO=' WRK-FX-PROV(WRK-IDX)
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELPDD FROM WRK-LINHA
           END-PERFORM.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELPDD FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PROVISAO NECESSARIA ..... ' WRK-PROVISAO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELPDD FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PROVISAO ANTERIOR ....... ' WRK-ANTERIOR
              ' (COMPETENCIA ' WRK-COMP-ANT ')'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELPDD FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONSTITUICAO DO MES ..... ' WRK-CONSTITUICAO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELPDD FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REVERSAO DO MES ......... ' WRK-REVERSAO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELPDD FROM WRK-LINHA.
           CLOSE ARQ-RELPDD.
           MOVE 'PROVPDD.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.

       0004-MANTERPERCENTUAIS.
           PERFORM 0000-CARREGARPERCENTUAIS.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4
              DISPLAY 'ATUAL: ' WRK-FAIXA-NOME(WRK-IDX)
                 ' PERC=' WRK-PERC(WRK-IDX)
           END-PERFORM.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4
              DISPLAY ' PERCENTUAL PARA ' WRK-FAIXA-NOME(WRK-IDX) '?'
              ACCEPT WRK-PERC(WRK-IDX)
           END-PERFORM.
           MOVE 'S' TO WRK-VALIDO.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 4
              IF WRK-PERC(WRK-IDX) > 100
                 MOVE 'N' TO WRK-VALIDO
              END-IF
              IF WRK-IDX > 1
                 IF WRK-PERC(WRK-IDX) < WRK-PERC(WRK-IDX - 1)
                    MOVE 'N' TO WRK-VALIDO
                 END-IF
              END-IF
           END-PERFORM.
           IF WRK-VALIDO = 'N'
              DISPLAY 'PERCENTUAIS INVALIDOS (MAXIMO 100 E NAO '
                 'DECRESCENTES), ALTERACAO DESCARTADA.'
           ELSE
              OPEN OUTPUT ARQ-PDDPARM
              MOVE WRK-PERC-TAB TO REG-PDDPARM
              WRITE REG-PDDPARM
              CLOSE ARQ-PDDPARM
              STRING 'PDDPARM PERC=' WRK-PERC(1) '/' WRK-PERC(2)
                 '/' WRK-PERC(3) '/' WRK-PERC(4)
                 ' OPER=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              DISPLAY 'PERCENTUAIS GRAVADOS.'
           END-IF.

       0005-BAIXARPERDA.
           DISPLAY ' NUMERO DA FATURA?'.
           ACCEPT WRK-NUM-FATURA.
           MOVE WRK-NUM-FATURA TO REG-FA-NUMERO.
           READ ARQ-FATURAS
              INVALID KEY
                 DISPLAY 'FATURA NAO ENCONTRADA.'
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN REG-FA-TIPO = 'C'
                       DISPLAY 'NOTA DE CREDITO NAO PODE SER BAIXADA '
                          'COMO PERDA.'
                    WHEN REG-FA-STATUS NOT = 'A'
                       DISPLAY 'FATURA NAO ESTA EM ABERTO (STATUS='
                          REG-FA-STATUS ').'
                    WHEN OTHER
                       PERFORM 0007-CONFIRMARBAIXA
                 END-EVALUATE
           END-READ.

       0007-CONFIRMARBAIXA.
           COMPUTE WRK-SALDO-ABERTO = REG-FA-TOTAL
              + REG-FA-ENCARGOS - REG-FA-VALORPAGO.
           DISPLAY 'CLIENTE=' REG-FA-CLIENTE
              ' EMISSAO=' REG-FA-DATA
              ' TOTAL=' REG-FA-TOTAL
              ' PAGO=' REG-FA-VALORPAGO.
           DISPLAY 'SALDO A BAIXAR COMO PERDA: ' WRK-SALDO-ABERTO.
           DISPLAY ' MOTIVO DA BAIXA?'.
           MOVE SPACES TO WRK-MOTIVO.
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO = SPACES
              DISPLAY 'MOTIVO OBRIGATORIO, BAIXA CANCELADA.'
           ELSE
              DISPLAY ' ID DO SUPERVISOR PARA AUTORIZAR A BAIXA '
                 '(BRANCO=CANCELAR)?'
              ACCEPT WRK-SUPER-ID
              PERFORM 0000-CONFERIRSUPERVISOR
              IF WRK-SUPERVISOR = 'S'
                 DISPLAY ' CONFIRMA A BAIXA DA FATURA '
                    WRK-NUM-FATURA '? (S/N)'
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    PERFORM 0008-GRAVARBAIXA
                 ELSE
                    DISPLAY 'BAIXA CANCELADA.'
                 END-IF
              ELSE
                 DISPLAY 'BAIXA COMO PERDA RESTRITA A SUPERVISOR.'
              END-IF
           END-IF.

       0008-GRAVARBAIXA.
           PERFORM 0000-TEMPARCELAS.
           IF WRK-TEM-PARCELAS = 'S'
              PERFORM VARYING WRK-PARC-IDX FROM 1 BY 1
                    UNTIL WRK-PARC-IDX > 12
                 MOVE WRK-NUM-FATURA TO REG-PA-FATURA
                 MOVE WRK-PARC-IDX TO REG-PA-PARCELA
                 READ ARQ-PARCELAS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF REG-PA-STATUS = 'A'
                          MOVE 'B' TO REG-PA-STATUS
                          REWRITE REG-PARCELA
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
           MOVE 'B' TO REG-FA-STATUS.
           MOVE WRK-MOTIVO TO REG-FA-MOTPERDA.
           MOVE WRK-DATASISTEMA TO REG-FA-DATAPERDA.
           MOVE WRK-SALDO-ABERTO TO REG-FA-VALORPERDA.
           MOVE ZEROS TO REG-FA-VALORRECUP.
           REWRITE REG-FATURA.
           OPEN EXTEND ARQ-PDDMOV.
           IF WRK-FS-PDDMOV = '35'
              OPEN OUTPUT ARQ-PDDMOV
           END-IF.
           MOVE WRK-DATASISTEMA TO REG-PM-DATA.
           MOVE WRK-NUM-FATURA TO REG-PM-FATURA.
           MOVE REG-FA-CLIENTE TO REG-PM-CLIENTE.
           MOVE 'B' TO REG-PM-TIPO.
           MOVE WRK-SALDO-ABERTO TO REG-PM-VALOR.
           MOVE WRK-MOTIVO TO REG-PM-MOTIVO.
           MOVE WRK-OPERADOR TO REG-PM-OPERADOR.
           MOVE WRK-SUPER-ID TO REG-PM-SUPERVISOR.
           WRITE REG-PDDMOV.
           CLOSE ARQ-PDDMOV.
           DISPLAY 'FATURA ' WRK-NUM-FATURA ' BAIXADA COMO PERDA.'.
           STRING 'BAIXA PERDA FATURA=' WRK-NUM-FATURA
              ' SUPERVISOR=' WRK-SUPER-ID
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           MOVE 'W' TO WRK-LOG-SEVERIDADE.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.
           MOVE 'I' TO WRK-LOG-SEVERIDADE.

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

       0006-LISTARHISTORICO.
           MOVE ZEROS TO WRK-QTD-HIST.
           OPEN INPUT ARQ-PDDHIST.
           IF WRK-FS-PDDHIST = '00'
              PERFORM 0000-LISTARUMHISTORICO
                 UNTIL WRK-FS-PDDHIST = '10'
              CLOSE ARQ-PDDHIST
           END-IF.
           IF WRK-QTD-HIST = 0
              DISPLAY 'NENHUMA PROVISAO REGISTRADA.'
           END-IF.

       0000-LISTARUMHISTORICO.
           READ ARQ-PDDHIST
              AT END
                 MOVE '10' TO WRK-FS-PDDHIST
              NOT AT END
                 ADD 1 TO WRK-QTD-HIST
                 DISPLAY REG-PH-COMPETENCIA
                    ' EM ' REG-PH-DATA
                    ' PROVISAO=' REG-PH-PROVISAO
                    ' CONST=' REG-PH-CONSTITUICAO
                    ' REVER=' REG-PH-REVERSAO
                    ' OPER=' REG-PH-OPERADOR
           END-READ.
