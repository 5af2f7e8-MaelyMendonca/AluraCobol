       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATVENDA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-JORNAL ASSIGN TO "SALESJRN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-JR-SEQ
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT ARQ-CLIENTES ASSIGN TO "CLIMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CL-COD
               FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-FATURAS ASSIGN TO "FATURMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-NUMERO
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT ARQ-FATCTRL ASSIGN TO WRK-NOME-FATCTRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATCTRL.
           SELECT ARQ-VENDFCTL ASSIGN TO "VENDFCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDFCTL.
           SELECT ARQ-RELFAT ASSIGN TO "FATVENDA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELFAT.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-JORNAL.
       01 REG-JORNAL.
       COPY JRNREG.
       FD ARQ-CLIENTES.
       01 REG-CLIENTE.
       COPY CLIREG.
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-FATCTRL.
       01 REG-FATCTRL          PIC 9(08).
       FD ARQ-VENDFCTL.
       01 REG-VENDFCTL.
          02 REG-VF-ULTSEQ     PIC 9(08).
          02 REG-VF-DATA       PIC 9(08).
          02 REG-VF-OPERADOR   PIC X(08).
       FD ARQ-RELFAT.
       01 REG-RELFAT           PIC X(80).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-JORNAL    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CLIENTES  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATCTRL   PIC X(02)     VALUE ZEROS.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-NOME-FATCTRL PIC X(12)     VALUE 'FATCTRL.DAT'.
       77 WRK-FS-VENDFCTL  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELFAT    PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'FATVENDA'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-NUM-FATURA   PIC 9(08)     VALUE ZEROS.
       77 WRK-ULTSEQ       PIC 9(08)     VALUE ZEROS.
       77 WRK-MAIORSEQ     PIC 9(08)     VALUE ZEROS.
       77 WRK-CLIENTE      PIC X(05)     VALUE SPACES.
       77 WRK-CLI-CONTA    PIC X(01)     VALUE 'N'.
       77 WRK-CLI-UF       PIC X(02)     VALUE SPACES.
       77 WRK-QTD-CLI      PIC 9(03)     VALUE ZEROS.
       77 WRK-CLI-IDX      PIC 9(03)     VALUE ZEROS.
       77 WRK-CLI-ACHADO   PIC X(01)     VALUE 'N'.
       77 WRK-QTD-LIDOS    PIC 9(08)     VALUE ZEROS.
       77 WRK-QTD-FATURAS  PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-NOTAS    PIC 9(05)     VALUE ZEROS.
       77 WRK-TOTAL-FAT    PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOTAL-NC     PIC 9(11)V99  VALUE ZEROS.
       77 WRK-VALOR-DOC    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-FAT-REFER    PIC 9(08)     VALUE ZEROS.
       77 WRK-VALOR-ED     PIC -9(10),99 VALUE ZEROS.
       77 WRK-LINHA        PIC X(80)     VALUE SPACES.
       77 WRK-BOL-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-BOL-FATURA   PIC 9(08)     VALUE ZEROS.
       77 WRK-BOL-PARCELA  PIC 9(02)     VALUE ZEROS.
       77 WRK-BOL-SACADO   PIC X(08)     VALUE SPACES.
       77 WRK-BOL-EMISSAO  PIC 9(08)     VALUE ZEROS.
       77 WRK-BOL-VENCIMENTO PIC 9(08)   VALUE ZEROS.
       77 WRK-BOL-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-BOL-NOSSONUM PIC 9(11)     VALUE ZEROS.
       77 WRK-BOL-RESULTADO PIC X(01)    VALUE SPACES.
       77 WRK-CLI-ESTOURO  PIC X(01)     VALUE 'N'.
       01 WRK-CLI-TAB.
          02 WRK-CLI-ITEM OCCURS 500 TIMES.
             03 WRK-CL-COD       PIC X(05).
             03 WRK-CL-UF        PIC X(02).
             03 WRK-CL-VENDAS    PIC 9(09)V99.
             03 WRK-CL-DEVOL     PIC 9(09)V99.
             03 WRK-CL-QTD       PIC 9(05).
       77 WRK-LIQUIDO      PIC S9(09)V99 VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           IF WRK-CIA-EMPRESA NOT = '01'
              DISPLAY 'AS VENDAS DO JORNAL PERTENCEM A EMPRESA 01. '
                 'SELECIONE A EMPRESA 01 PARA FATURAR.'
              GOBACK
           END-IF.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           DISPLAY ' FATURAMENTO DAS VENDAS A PRAZO DE CLIENTES '
              'COM CONTA'.
           OPEN INPUT ARQ-JORNAL.
           IF WRK-FS-JORNAL NOT = '00'
              DISPLAY 'JORNAL DE VENDAS NAO ENCONTRADO.'
              GOBACK
           END-IF.
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLIENTES NOT = '00'
              DISPLAY 'CADASTRO DE CLIENTES NAO ENCONTRADO.'
              CLOSE ARQ-JORNAL
              GOBACK
           END-IF.
           PERFORM 0000-LERCONTROLE.
           DISPLAY 'ULTIMA SEQUENCIA DO JORNAL JA FATURADA: '
              WRK-ULTSEQ.
           MOVE WRK-ULTSEQ TO WRK-MAIORSEQ.
           MOVE ZEROS TO WRK-QTD-CLI WRK-QTD-LIDOS.
           PERFORM 0002-ACUMULARJORNAL.
           IF WRK-QTD-LIDOS = 0
              DISPLAY 'NENHUM MOVIMENTO NOVO NO JORNAL DESDE O '
                 'ULTIMO FATURAMENTO.'
           ELSE
              PERFORM 0003-EMITIRDOCUMENTOS
              PERFORM 0000-GRAVARCONTROLE
              DISPLAY 'FATURAS EMITIDAS ......... ' WRK-QTD-FATURAS
              DISPLAY 'NOTAS DE CREDITO EMITIDAS  ' WRK-QTD-NOTAS
              STRING 'FATURAMENTO VENDAS FATURAS=' WRK-QTD-FATURAS
                 ' NC=' WRK-QTD-NOTAS
                 ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-IF.
           CLOSE ARQ-CLIENTES.
           CLOSE ARQ-JORNAL.
           GOBACK.

       0000-LERCONTROLE.
           MOVE ZEROS TO WRK-ULTSEQ.
           OPEN INPUT ARQ-VENDFCTL.
           IF WRK-FS-VENDFCTL = '00'
              READ ARQ-VENDFCTL
                 NOT AT END
                    MOVE REG-VF-ULTSEQ TO WRK-ULTSEQ
              END-READ
              CLOSE ARQ-VENDFCTL
           END-IF.

       0000-GRAVARCONTROLE.
           OPEN OUTPUT ARQ-VENDFCTL.
           MOVE WRK-MAIORSEQ TO REG-VF-ULTSEQ.
           MOVE WRK-DATASISTEMA TO REG-VF-DATA.
           MOVE WRK-OPERADOR TO REG-VF-OPERADOR.
           WRITE REG-VENDFCTL.
           CLOSE ARQ-VENDFCTL.

       0002-ACUMULARJORNAL.
           COMPUTE REG-JR-SEQ = WRK-ULTSEQ + 1.
           START ARQ-JORNAL KEY IS NOT LESS THAN REG-JR-SEQ
              INVALID KEY
                 MOVE '10' TO WRK-FS-JORNAL
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-JORNAL
           END-START.
           PERFORM 0000-LERJORNAL UNTIL WRK-FS-JORNAL = '10'.
           IF WRK-CLI-ESTOURO = 'S'
              DISPLAY 'TABELA DE CLIENTES CHEIA, OS MOVIMENTOS '
                 'APOS A SEQUENCIA ' WRK-MAIORSEQ
                 ' FICAM PARA O PROXIMO FATURAMENTO.'
           END-IF.

       0000-LERJORNAL.
           READ ARQ-JORNAL NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-JORNAL
              NOT AT END
                 PERFORM 0000-AVALIARMOVIMENTO
           END-READ.

       0000-AVALIARMOVIMENTO.
           IF REG-JR-CLIENTE NOT = SPACES
              MOVE REG-JR-CLIENTE TO WRK-CLIENTE
              PERFORM 0000-CONFERIRCONTA
              IF WRK-CLI-CONTA = 'S'
                 PERFORM 0000-LOCALIZARCLIENTE
              END-IF
           END-IF.
           IF WRK-CLI-ESTOURO = 'S'
              MOVE '10' TO WRK-FS-JORNAL
           ELSE
              ADD 1 TO WRK-QTD-LIDOS
              MOVE REG-JR-SEQ TO WRK-MAIORSEQ
              IF REG-JR-CLIENTE NOT = SPACES
                    AND WRK-CLI-CONTA = 'S'
                 ADD 1 TO WRK-CL-QTD(WRK-CLI-IDX)
                 IF REG-JR-TIPO = 'D' OR REG-JR-TIPO = 'E'
                    ADD REG-JR-VALOR TO WRK-CL-DEVOL(WRK-CLI-IDX)
                 ELSE
                    ADD REG-JR-VALOR TO WRK-CL-VENDAS(WRK-CLI-IDX)
                 END-IF
              END-IF
           END-IF.

       0000-CONFERIRCONTA.
           MOVE 'N' TO WRK-CLI-CONTA.
           MOVE WRK-CLIENTE TO REG-CL-COD.
           READ ARQ-CLIENTES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF REG-CL-REDIRECIONA NOT = SPACES
                    MOVE REG-CL-REDIRECIONA TO WRK-CLIENTE
                    MOVE WRK-CLIENTE TO REG-CL-COD
                    READ ARQ-CLIENTES
                       INVALID KEY
                          MOVE ZEROS TO REG-CL-LIMITE
                    END-READ
                 END-IF
                 IF REG-CL-LIMITE > 0
                    MOVE 'S' TO WRK-CLI-CONTA
                    MOVE REG-CL-UF TO WRK-CLI-UF
                 END-IF
           END-READ.

       0000-LOCALIZARCLIENTE.
           MOVE 'N' TO WRK-CLI-ACHADO.
           PERFORM VARYING WRK-CLI-IDX FROM 1 BY 1
                 UNTIL WRK-CLI-IDX > WRK-QTD-CLI
                    OR WRK-CLI-ACHADO = 'S'
              IF WRK-CL-COD(WRK-CLI-IDX) = WRK-CLIENTE
                 MOVE 'S' TO WRK-CLI-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-CLI-ACHADO = 'S'
              SUBTRACT 1 FROM WRK-CLI-IDX
           ELSE
              IF WRK-QTD-CLI < 500
                 ADD 1 TO WRK-QTD-CLI
                 MOVE WRK-QTD-CLI TO WRK-CLI-IDX
                 MOVE WRK-CLIENTE TO WRK-CL-COD(WRK-CLI-IDX)
                 MOVE WRK-CLI-UF TO WRK-CL-UF(WRK-CLI-IDX)
                 MOVE ZEROS TO WRK-CL-VENDAS(WRK-CLI-IDX)
                 MOVE ZEROS TO WRK-CL-DEVOL(WRK-CLI-IDX)
                 MOVE ZEROS TO WRK-CL-QTD(WRK-CLI-IDX)
              ELSE
                 MOVE 'S' TO WRK-CLI-ESTOURO
              END-IF
           END-IF.

       0003-EMITIRDOCUMENTOS.
           OPEN I-O ARQ-FATURAS.
           IF WRK-FS-FATURAS = '35'
              OPEN OUTPUT ARQ-FATURAS
              CLOSE ARQ-FATURAS
              OPEN I-O ARQ-FATURAS
           END-IF.
           PERFORM 0000-LERNUMFATURA.
           OPEN OUTPUT ARQ-RELFAT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FATURAMENTO DE VENDAS A PRAZO - ' WRK-DATASISTEMA
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFAT FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELFAT FROM WRK-LINHA.
           MOVE ZEROS TO WRK-QTD-FATURAS WRK-QTD-NOTAS
              WRK-TOTAL-FAT WRK-TOTAL-NC.
           PERFORM VARYING WRK-CLI-IDX FROM 1 BY 1
                 UNTIL WRK-CLI-IDX > WRK-QTD-CLI
              COMPUTE WRK-LIQUIDO = WRK-CL-VENDAS(WRK-CLI-IDX)
                 - WRK-CL-DEVOL(WRK-CLI-IDX)
              IF WRK-LIQUIDO > 0
                 MOVE WRK-LIQUIDO TO WRK-VALOR-DOC
                 MOVE ZEROS TO WRK-FAT-REFER
                 PERFORM 0000-GRAVARDOCUMENTO
                 ADD 1 TO WRK-QTD-FATURAS
                 ADD WRK-VALOR-DOC TO WRK-TOTAL-FAT
              END-IF
              IF WRK-LIQUIDO < 0
                 COMPUTE WRK-VALOR-DOC = 0 - WRK-LIQUIDO
                 MOVE WRK-CL-COD(WRK-CLI-IDX) TO WRK-CLIENTE
                 PERFORM 0000-ULTIMAFATURACLI
                 PERFORM 0000-GRAVARDOCUMENTO
                 ADD 1 TO WRK-QTD-NOTAS
                 ADD WRK-VALOR-DOC TO WRK-TOTAL-NC
              END-IF
           END-PERFORM.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELFAT FROM WRK-LINHA.
           MOVE WRK-TOTAL-FAT TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FATURAS=' WRK-QTD-FATURAS ' TOTAL=' WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFAT FROM WRK-LINHA.
           MOVE WRK-TOTAL-NC TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'NOTAS DE CREDITO=' WRK-QTD-NOTAS
              ' TOTAL=' WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFAT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'JORNAL FATURADO ATE A SEQUENCIA ' WRK-MAIORSEQ
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFAT FROM WRK-LINHA.
           CLOSE ARQ-RELFAT.
           CLOSE ARQ-FATURAS.
           PERFORM 0000-GRAVARNUMFATURA.
           MOVE 'FATVENDA.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'RELATORIO GRAVADO EM FATVENDA.TXT'.

       0000-ULTIMAFATURACLI.
           MOVE ZEROS TO WRK-FAT-REFER.
           MOVE ZEROS TO REG-FA-NUMERO.
           START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-FATURAS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-FATURAS
           END-START.
           PERFORM 0000-PROCURARFATURACLI
              UNTIL WRK-FS-FATURAS = '10'.
           MOVE '00' TO WRK-FS-FATURAS.

       0000-PROCURARFATURACLI.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 IF REG-FA-CLIENTE = WRK-CLIENTE
                       AND REG-FA-ORIGEM = 'V'
                       AND REG-FA-TIPO NOT = 'C'
                       AND REG-FA-STATUS NOT = 'E'
                    MOVE REG-FA-NUMERO TO WRK-FAT-REFER
                 END-IF
           END-READ.

       0000-GRAVARDOCUMENTO.
           ADD 1 TO WRK-NUM-FATURA.
           MOVE WRK-NUM-FATURA  TO REG-FA-NUMERO.
           MOVE ZEROS           TO REG-FA-PEDIDO.
           MOVE WRK-DATASISTEMA TO REG-FA-DATA.
           MOVE WRK-CL-UF(WRK-CLI-IDX) TO REG-FA-UF.
           MOVE WRK-VALOR-DOC   TO REG-FA-VALOR.
           MOVE ZEROS           TO REG-FA-FRETE.
           MOVE ZEROS           TO REG-FA-ICMS.
           MOVE WRK-VALOR-DOC   TO REG-FA-TOTAL.
           MOVE 'A'             TO REG-FA-STATUS.
           MOVE ZEROS           TO REG-FA-DATAPAGTO.
           MOVE ZEROS           TO REG-FA-VALORPAGO.
           MOVE WRK-CL-COD(WRK-CLI-IDX) TO REG-FA-CLIENTE.
           MOVE ZEROS           TO REG-FA-ENCARGOS.
           IF WRK-LIQUIDO < 0
              MOVE 'C'          TO REG-FA-TIPO
           ELSE
              MOVE 'F'          TO REG-FA-TIPO
           END-IF.
           MOVE WRK-FAT-REFER   TO REG-FA-REFERENCIA.
           MOVE 'BRL'           TO REG-FA-MOEDA.
           MOVE ZEROS           TO REG-FA-SEGURO.
           MOVE 'V'             TO REG-FA-ORIGEM.
           MOVE SPACES          TO REG-FA-ALUNO.
           MOVE SPACES          TO REG-FA-FILIAL.
           MOVE SPACES          TO REG-FA-ISENJUROS.
           MOVE SPACES          TO REG-FA-SITFISCAL.
           MOVE ZEROS           TO REG-FA-LOTEFISCAL.
           MOVE SPACES          TO REG-FA-CODREJ.
           MOVE SPACES          TO REG-FA-MOTPERDA.
           MOVE ZEROS           TO REG-FA-DATAPERDA.
           MOVE ZEROS           TO REG-FA-VALORPERDA.
           MOVE ZEROS           TO REG-FA-VALORRECUP.
           MOVE ZEROS           TO REG-FA-ISS.
           MOVE WRK-CIA-EMPRESA TO REG-FA-EMPRESA.
           WRITE REG-FATURA
              INVALID KEY
                 DISPLAY 'FATURA JA EXISTENTE, NUMERO '
                    WRK-NUM-FATURA
           END-WRITE.
           MOVE ZEROS TO WRK-BOL-PARCELA.
           MOVE WRK-VALOR-DOC TO WRK-BOL-VALOR.
           IF WRK-LIQUIDO < 0
              MOVE 'A' TO WRK-BOL-FUNCAO
              MOVE WRK-FAT-REFER TO WRK-BOL-FATURA
           ELSE
              MOVE 'R' TO WRK-BOL-FUNCAO
              MOVE WRK-NUM-FATURA TO WRK-BOL-FATURA
              MOVE WRK-CL-COD(WRK-CLI-IDX) TO WRK-BOL-SACADO
              MOVE WRK-DATASISTEMA TO WRK-BOL-EMISSAO
              MOVE ZEROS TO WRK-BOL-VENCIMENTO
           END-IF.
           IF WRK-BOL-FATURA > 0
              CALL 'BOLETSRV' USING WRK-BOL-FUNCAO WRK-BOL-FATURA
                 WRK-BOL-PARCELA WRK-BOL-SACADO WRK-BOL-EMISSAO
                 WRK-BOL-VENCIMENTO WRK-BOL-VALOR WRK-BOL-NOSSONUM
                 WRK-BOL-RESULTADO
           END-IF.
           MOVE WRK-VALOR-DOC TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-LIQUIDO < 0
              STRING 'NOTA CREDITO ' WRK-NUM-FATURA
                 ' CLIENTE ' WRK-CL-COD(WRK-CLI-IDX)
                 ' MOVTOS=' WRK-CL-QTD(WRK-CLI-IDX)
                 ' VALOR=' WRK-VALOR-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              STRING 'FATURA ...... ' WRK-NUM-FATURA
                 ' CLIENTE ' WRK-CL-COD(WRK-CLI-IDX)
                 ' MOVTOS=' WRK-CL-QTD(WRK-CLI-IDX)
                 ' VALOR=' WRK-VALOR-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELFAT FROM WRK-LINHA.

       0000-LERNUMFATURA.
           MOVE WRK-CIA-BASENUM TO WRK-NUM-FATURA.
           OPEN INPUT ARQ-FATCTRL.
           IF WRK-FS-FATCTRL = '00'
              READ ARQ-FATCTRL
                 NOT AT END
                    MOVE REG-FATCTRL TO WRK-NUM-FATURA
              END-READ
              CLOSE ARQ-FATCTRL
           END-IF.

       0000-GRAVARNUMFATURA.
           OPEN OUTPUT ARQ-FATCTRL.
           MOVE WRK-NUM-FATURA TO REG-FATCTRL.
           WRITE REG-FATCTRL.
           CLOSE ARQ-FATCTRL.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'FATCTRL.DAT' TO WRK-NOME-FATCTRL.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-FATCTRL WRK-CIA-VALIDO.
