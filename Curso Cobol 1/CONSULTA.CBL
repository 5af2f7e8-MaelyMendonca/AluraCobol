               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PE-NUMERO
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT ARQ-PEDARQ ASSIGN TO "ARQPEDID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-XP-NUMERO
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT ARQ-FATURAS ASSIGN TO "FATURMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-NUMERO
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT ARQ-FATARQ ASSIGN TO "ARQFATUR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-XF-NUMERO
               FILE STATUS IS WRK-FS-ARQUIVO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-VENDASMES.
       FD ARQ-PEDIDMF.
       01 REG-PEDIDO.
       COPY PEDIREG.
       FD ARQ-PEDARQ.
       01 REG-PEDARQ.
       COPY PEDIREG REPLACING LEADING ==REG-PE== BY ==REG-XP==.
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-FATARQ.
       01 REG-FATARQ.
       COPY FATREG REPLACING LEADING ==REG-FA== BY ==REG-XF==.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ARQUIVO   PIC X(02)     VALUE ZEROS.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-CATEGORIA    PIC X(10)     VALUE SPACES.
       77 WRK-MATRICULA    PIC X(06)     VALUE SPACES.
       77 WRK-NUM-PEDIDO   PIC 9(08)     VALUE ZEROS.
       77 WRK-NUM-FATURA   PIC 9(08)     VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01)     VALUE 'N'.
       77 WRK-MES-IDX      PIC 9(02)     VALUE ZEROS.

       PROCEDURE DIVISION.
           DISPLAY ' 3 - VENDAS DE UMA CATEGORIA'.
           DISPLAY ' 4 - DADOS DE UM FUNCIONARIO'.
           DISPLAY ' 5 - DADOS DE UM PEDIDO'.
           DISPLAY ' 6 - DADOS DE UMA FATURA'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
                 PERFORM 0006-CONSULTARFUNC
              WHEN '5'
                 PERFORM 0007-CONSULTARPEDIDO
              WHEN '6'
                 PERFORM 0008-CONSULTARFATURA
              WHEN '0'
                 CONTINUE
              WHEN OTHER
       0007-CONSULTARPEDIDO.
           DISPLAY ' NUMERO DO PEDIDO?'.
           ACCEPT WRK-NUM-PEDIDO.
           MOVE 'N' TO WRK-ACHOU.
           OPEN INPUT ARQ-PEDIDMF.
           IF WRK-FS-ARQUIVO = '00'
              MOVE WRK-NUM-PEDIDO TO REG-PE-NUMERO
              READ ARQ-PEDIDMF
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-ACHOU
                    PERFORM 0000-EXIBIRPEDIDO
              END-READ
              CLOSE ARQ-PEDIDMF
           END-IF.
           IF WRK-ACHOU = 'N'
              OPEN INPUT ARQ-PEDARQ
              IF WRK-FS-ARQUIVO = '00'
                 MOVE WRK-NUM-PEDIDO TO REG-XP-NUMERO
                 READ ARQ-PEDARQ
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
                       MOVE REG-PEDARQ TO REG-PEDIDO
                       DISPLAY '(ARQUIVADO)'
                       PERFORM 0000-EXIBIRPEDIDO
                 END-READ
                 CLOSE ARQ-PEDARQ
              END-IF
           END-IF.
           IF WRK-ACHOU = 'N'
              DISPLAY 'PEDIDO NAO ENCONTRADO.'
           END-IF.

       0000-EXIBIRPEDIDO.
           DISPLAY 'PEDIDO ' REG-PE-NUMERO
              ' DATA=' REG-PE-DATA
              ' UF=' REG-PE-UF.
           DISPLAY ' VALOR=' REG-PE-VALOR
              ' FRETE=' REG-PE-FRETE
              ' STATUS=' REG-PE-STATUS.
           DISPLAY ' ENTREGA=' REG-PE-SITENTREGA
              ' TRANSP=' REG-PE-TRANSP
              ' PROMETIDA=' REG-PE-DATAPROMET.

       0008-CONSULTARFATURA.
           DISPLAY ' NUMERO DA FATURA?'.
           ACCEPT WRK-NUM-FATURA.
           MOVE 'N' TO WRK-ACHOU.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-ARQUIVO = '00'
              MOVE WRK-NUM-FATURA TO REG-FA-NUMERO
              READ ARQ-FATURAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-ACHOU
                    PERFORM 0000-EXIBIRFATURA
              END-READ
              CLOSE ARQ-FATURAS
           END-IF.
           IF WRK-ACHOU = 'N'
              OPEN INPUT ARQ-FATARQ
              IF WRK-FS-ARQUIVO = '00'
                 MOVE WRK-NUM-FATURA TO REG-XF-NUMERO
                 READ ARQ-FATARQ
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
                       MOVE REG-FATARQ TO REG-FATURA
                       DISPLAY '(ARQUIVADA)'
                       PERFORM 0000-EXIBIRFATURA
                 END-READ
                 CLOSE ARQ-FATARQ
              END-IF
           END-IF.
           IF WRK-ACHOU = 'N'
              DISPLAY 'FATURA NAO ENCONTRADA.'
           END-IF.

       0000-EXIBIRFATURA.
           DISPLAY 'FATURA ' REG-FA-NUMERO
              ' PEDIDO=' REG-FA-PEDIDO
              ' DATA=' REG-FA-DATA
              ' CLIENTE=' REG-FA-CLIENTE.
           DISPLAY ' TOTAL=' REG-FA-TOTAL
              ' STATUS=' REG-FA-STATUS
              ' TIPO=' REG-FA-TIPO.
           DISPLAY ' PAGTO=' REG-FA-DATAPAGTO
              ' VALOR PAGO=' REG-FA-VALORPAGO
              ' EMPRESA=' REG-FA-EMPRESA.
