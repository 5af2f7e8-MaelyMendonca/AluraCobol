       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGRET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO ASSIGN TO "APRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
           SELECT ARQ-PAGAR ASSIGN TO "APAGMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AP-NUMERO
               FILE STATUS IS WRK-FS-PAGAR.
           SELECT ARQ-FORNECEDORES ASSIGN TO "FORNMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FO-COD
               FILE STATUS IS WRK-FS-FORNECEDORES.
           SELECT ARQ-RELREJ ASSIGN TO "APREJ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELREJ.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-RETORNO.
       01 REG-RETORNO.
          02 REG-RT-TITULO      PIC 9(08).
          02 REG-RT-SITUACAO    PIC X(01).
          02 REG-RT-DATA        PIC 9(08).
          02 REG-RT-VALOR       PIC 9(09)V99.
          02 REG-RT-MOTIVO      PIC X(30).
       FD ARQ-PAGAR.
       01 REG-PAGAR.
       COPY APAREG.
       FD ARQ-FORNECEDORES.
       01 REG-FORNECEDOR.
       COPY FORREG.
       FD ARQ-RELREJ.
       01 REG-RELREJ           PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-RETORNO   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PAGAR     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FORNECEDORES PIC X(02)  VALUE ZEROS.
       77 WRK-FS-RELREJ    PIC X(02)     VALUE ZEROS.
       77 WRK-FORN-ABERTO  PIC X(01)     VALUE 'N'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'PAGRET'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-NOME-FORN    PIC X(30)     VALUE SPACES.
       77 WRK-VALOR-LIQUIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-PAGOS    PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-REJ      PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-EXCECOES PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-DIVERG   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(06)    VALUE ZEROS.
       77 WRK-TOT-PAGOS    PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOT-REJ      PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOT-PENDENTES PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           OPEN INPUT ARQ-RETORNO.
           IF WRK-FS-RETORNO NOT = '00'
              DISPLAY 'ARQUIVO DE RETORNO DE PAGAMENTOS (APRET.DAT) '
                 'NAO ENCONTRADO.'
              GOBACK
           END-IF.
           OPEN I-O ARQ-PAGAR.
           IF WRK-FS-PAGAR NOT = '00'
              DISPLAY 'CADASTRO DE TITULOS A PAGAR NAO ENCONTRADO.'
              CLOSE ARQ-RETORNO
              GOBACK
           END-IF.
           MOVE 'N' TO WRK-FORN-ABERTO.
           OPEN INPUT ARQ-FORNECEDORES.
           IF WRK-FS-FORNECEDORES = '00'
              MOVE 'S' TO WRK-FORN-ABERTO
           END-IF.
           OPEN OUTPUT ARQ-RELREJ.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RETORNO BANCARIO DE PAGAMENTOS A FORNECEDORES - '
              WRK-DATASISTEMA ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREJ FROM WRK-LINHA.
           MOVE 'PAGAMENTOS REJEITADOS: CORRIGIR OS DADOS JUNTO AO '
              TO WRK-LINHA.
           MOVE 'FORNECEDOR - O TITULO VOLTA A ABERTO E SEGUE NA '
              TO WRK-LINHA(51:50).
           WRITE REG-RELREJ FROM WRK-LINHA.
           MOVE 'PROXIMA REMESSA (CONTAPAG OPCAO 3).' TO WRK-LINHA.
           WRITE REG-RELREJ FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELREJ FROM WRK-LINHA.
           PERFORM 0002-PROCESSARRETORNO
              UNTIL WRK-FS-RETORNO = '10'.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELREJ FROM WRK-LINHA.
           MOVE WRK-TOT-PAGOS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LIDOS=' WRK-QTD-LIDOS
              ' PAGOS=' WRK-QTD-PAGOS
              ' TOTAL PAGO=' WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREJ FROM WRK-LINHA.
           MOVE WRK-TOT-REJ TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REJEITADOS=' WRK-QTD-REJ
              ' TOTAL REJEITADO=' WRK-VALOR-ED
              ' EXCECOES=' WRK-QTD-EXCECOES
              ' DIVERGENCIAS=' WRK-QTD-DIVERG
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREJ FROM WRK-LINHA.
           CLOSE ARQ-RETORNO.
           PERFORM 0003-LISTARPENDENTES.
           CLOSE ARQ-RELREJ.
           IF WRK-FORN-ABERTO = 'S'
              CLOSE ARQ-FORNECEDORES
           END-IF.
           CLOSE ARQ-PAGAR.
           MOVE 'APREJ.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'RETORNOS LIDOS ..... ' WRK-QTD-LIDOS.
           DISPLAY 'PAGAMENTOS BAIXADOS  ' WRK-QTD-PAGOS.
           DISPLAY 'REJEITADOS ......... ' WRK-QTD-REJ.
           DISPLAY 'EXCECOES ........... ' WRK-QTD-EXCECOES.
           DISPLAY 'AINDA SEM RETORNO .. ' WRK-QTD-PENDENTES.
           DISPLAY 'RELATORIO GRAVADO EM APREJ.TXT'.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'RETORNO PAGTOS LIDOS=' WRK-QTD-LIDOS
              ' PAGOS=' WRK-QTD-PAGOS
              ' REJ=' WRK-QTD-REJ
              ' OPER=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.
           GOBACK.

       0002-PROCESSARRETORNO.
           READ ARQ-RETORNO
              AT END
                 MOVE '10' TO WRK-FS-RETORNO
              NOT AT END
                 ADD 1 TO WRK-QTD-LIDOS
                 MOVE REG-RT-TITULO TO REG-AP-NUMERO
                 READ ARQ-PAGAR
                    INVALID KEY
                       MOVE 'TITULO NAO CADASTRADO'
                          TO WRK-NOME-FORN
                       PERFORM 0000-EXCECAORETORNO
                    NOT INVALID KEY
                       PERFORM 0000-CONFERIRTITULO
                 END-READ
           END-READ.

       0000-CONFERIRTITULO.
           IF REG-AP-STATUS NOT = 'R'
              MOVE SPACES TO WRK-NOME-FORN
              STRING 'TITULO NAO REMETIDO (STATUS '
                 REG-AP-STATUS ')'
                 DELIMITED BY SIZE INTO WRK-NOME-FORN
              PERFORM 0000-EXCECAORETORNO
           ELSE
              EVALUATE REG-RT-SITUACAO
                 WHEN 'C'
                    PERFORM 0000-BAIXARTITULO
                 WHEN 'R'
                    PERFORM 0000-REJEITARTITULO
                 WHEN OTHER
                    MOVE 'SITUACAO DE RETORNO INVALIDA'
                       TO WRK-NOME-FORN
                    PERFORM 0000-EXCECAORETORNO
              END-EVALUATE
           END-IF.

       0000-BAIXARTITULO.
           COMPUTE WRK-VALOR-LIQUIDO = REG-AP-VALOR - REG-AP-RETIDO.
           MOVE 'P' TO REG-AP-STATUS.
           IF REG-RT-DATA > 0
              MOVE REG-RT-DATA TO REG-AP-DATAPAGTO
           ELSE
              MOVE WRK-DATASISTEMA TO REG-AP-DATAPAGTO
           END-IF.
           IF REG-RT-VALOR > 0
              MOVE REG-RT-VALOR TO REG-AP-VALORPAGO
           ELSE
              MOVE WRK-VALOR-LIQUIDO TO REG-AP-VALORPAGO
           END-IF.
           MOVE SPACES TO REG-AP-MOTIVO.
           REWRITE REG-PAGAR.
           ADD 1 TO WRK-QTD-PAGOS.
           ADD REG-AP-VALORPAGO TO WRK-TOT-PAGOS.
           IF REG-AP-VALORPAGO NOT = WRK-VALOR-LIQUIDO
              ADD 1 TO WRK-QTD-DIVERG
              MOVE SPACES TO WRK-LINHA
              STRING 'DIVERGENCIA  TITULO ' REG-AP-NUMERO
                 ' FORN=' REG-AP-FORNECEDOR
                 ' REMETIDO=' WRK-VALOR-LIQUIDO
                 ' PAGO PELO BANCO=' REG-AP-VALORPAGO
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELREJ FROM WRK-LINHA
           END-IF.

       0000-REJEITARTITULO.
           COMPUTE WRK-VALOR-LIQUIDO = REG-AP-VALOR - REG-AP-RETIDO.
           MOVE 'A' TO REG-AP-STATUS.
           MOVE ZEROS TO REG-AP-DATAPAGTO.
           MOVE ZEROS TO REG-AP-VALORPAGO.
           IF REG-RT-MOTIVO = SPACES
              MOVE 'REJEITADO PELO BANCO' TO REG-AP-MOTIVO
           ELSE
              MOVE REG-RT-MOTIVO TO REG-AP-MOTIVO
           END-IF.
           REWRITE REG-PAGAR.
           ADD 1 TO WRK-QTD-REJ.
           ADD WRK-VALOR-LIQUIDO TO WRK-TOT-REJ.
           PERFORM 0000-NOMEFORNECEDOR.
           MOVE WRK-VALOR-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REJEITADO    TITULO ' REG-AP-NUMERO
              ' FORN=' REG-AP-FORNECEDOR ' ' WRK-NOME-FORN
              ' VALOR=' WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREJ FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING '             REMESSA=' REG-AP-DATAREM
              ' VENC=' REG-AP-VENCIMENTO
              ' MOTIVO=' REG-AP-MOTIVO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREJ FROM WRK-LINHA.

       0000-EXCECAORETORNO.
           ADD 1 TO WRK-QTD-EXCECOES.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EXCECAO      TITULO ' REG-RT-TITULO
              ' SITUACAO=' REG-RT-SITUACAO
              ' VALOR=' REG-RT-VALOR
              ' ' WRK-NOME-FORN
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREJ FROM WRK-LINHA.

       0000-NOMEFORNECEDOR.
           MOVE SPACES TO WRK-NOME-FORN.
           IF WRK-FORN-ABERTO = 'S'
              MOVE REG-AP-FORNECEDOR TO REG-FO-COD
              READ ARQ-FORNECEDORES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE REG-FO-NOME TO WRK-NOME-FORN
              END-READ
           END-IF.

       0003-LISTARPENDENTES.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELREJ FROM WRK-LINHA.
           MOVE 'TITULOS REMETIDOS AINDA SEM RETORNO DO BANCO'
              TO WRK-LINHA.
           WRITE REG-RELREJ FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELREJ FROM WRK-LINHA.
           MOVE ZEROS TO WRK-QTD-PENDENTES WRK-TOT-PENDENTES.
           MOVE ZEROS TO REG-AP-NUMERO.
           START ARQ-PAGAR KEY IS NOT LESS THAN REG-AP-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-PAGAR
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PAGAR
           END-START.
           PERFORM 0000-LISTARUMPENDENTE UNTIL WRK-FS-PAGAR = '10'.
           MOVE '00' TO WRK-FS-PAGAR.
           MOVE WRK-TOT-PENDENTES TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'AGUARDANDO RETORNO=' WRK-QTD-PENDENTES
              ' TOTAL=' WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELREJ FROM WRK-LINHA.

       0000-LISTARUMPENDENTE.
           READ ARQ-PAGAR NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PAGAR
              NOT AT END
                 IF REG-AP-STATUS = 'R'
                    ADD 1 TO WRK-QTD-PENDENTES
                    COMPUTE WRK-VALOR-LIQUIDO =
                       REG-AP-VALOR - REG-AP-RETIDO
                    ADD WRK-VALOR-LIQUIDO TO WRK-TOT-PENDENTES
                    MOVE WRK-VALOR-LIQUIDO TO WRK-VALOR-ED
                    MOVE SPACES TO WRK-LINHA
                    STRING 'TITULO ' REG-AP-NUMERO
                       ' FORN=' REG-AP-FORNECEDOR
                       ' REMESSA=' REG-AP-DATAREM
                       ' VENC=' REG-AP-VENCIMENTO
                       ' VALOR=' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-RELREJ FROM WRK-LINHA
                 END-IF
           END-READ.
