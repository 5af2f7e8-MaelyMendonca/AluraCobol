               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PE-NUMERO
               FILE STATUS IS WRK-FS-PEDIDMF.
           SELECT ARQ-PEDCTRL ASSIGN TO WRK-NOME-PEDCTRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDCTRL.
       DATA DIVISION.
       77 WRK-FS-PEDIDOS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PEDIDMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PEDCTRL   PIC X(02)     VALUE ZEROS.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-NOME-PEDCTRL PIC X(12)     VALUE 'PEDCTRL.DAT'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       PROCEDURE DIVISION.

       0001-EXECUTAR.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'CONVERSAO DE PEDIDOS.TXT PARA PEDIDMF.DAT'.
           GOBACK.

       0000-LERNUMPEDIDO.
           MOVE WRK-CIA-BASENUM TO WRK-NUM-PEDIDO.
           OPEN INPUT ARQ-PEDCTRL.
           IF WRK-FS-PEDCTRL = '00'
              READ ARQ-PEDCTRL
                 MOVE 'U'             TO REG-PE-ORIGTAXA
                 MOVE ZEROS           TO REG-PE-SEGURO
                 MOVE SPACES          TO REG-PE-FILIAL
                 MOVE ZEROS           TO REG-PE-PESO
                 MOVE ZEROS           TO REG-PE-VIAGEM
                 MOVE ZEROS           TO REG-PE-SEQENDER
                 MOVE WRK-CIA-EMPRESA TO REG-PE-EMPRESA
                 WRITE REG-PEDIDO
                    INVALID KEY
                       DISPLAY 'PEDIDO DUPLICADO, NUMERO '
                       ADD 1 TO WRK-QTD-GRAVADOS
                 END-WRITE
           END-READ.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'PEDCTRL.DAT' TO WRK-NOME-PEDCTRL.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-PEDCTRL WRK-CIA-VALIDO.
