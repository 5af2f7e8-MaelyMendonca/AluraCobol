       FD ARQ-REJEITOS.
       01 REG-REJEITO.
          02 REG-RJ-MOTIVO      PIC X(02).
          02 REG-RJ-TRANSACAO   PIC X(50).
          02 REG-RJ-DATA        PIC 9(08).
          02 REG-RJ-OPERADOR    PIC X(08).
       FD ARQ-TRANSACOES.
       FD ARQ-REJSOBRA.
       01 REG-REJSOBRA.
          02 REG-RS-MOTIVO      PIC X(02).
          02 REG-RS-TRANSACAO   PIC X(50).
          02 REG-RS-DATA        PIC 9(08).
          02 REG-RS-OPERADOR    PIC X(08).
       WORKING-STORAGE SECTION.
       01 WRK-REJ-TAB.
          02 WRK-REJ-ITEM OCCURS 200 TIMES.
             03 WRK-REJ-MOTIVO    PIC X(02).
             03 WRK-REJ-DADOS     PIC X(50).
             03 WRK-REJ-DATA      PIC 9(08).
             03 WRK-REJ-OPERADOR  PIC X(08).
             03 WRK-REJ-SITUACAO  PIC X(01).
          02 WRK-TR-CATEGORIA   PIC X(10).
          02 WRK-TR-CLIENTE     PIC X(05).
          02 WRK-TR-LOJA        PIC X(02).
          02 WRK-TR-PRODUTO     PIC X(06).
          02 WRK-TR-QTD         PIC 9(05)V99.

       PROCEDURE DIVISION.

              END-IF
           END-PERFORM.
           DISPLAY 'MOTIVOS: 01=MES 02=VALOR 03=DIA 04=TIPO '
              '05=CLIENTE 06=CATEGORIA 07=CREDITO 08=PRODUTO'.

       0004-CORRIGIRREJEITO.
           DISPLAY ' NUMERO DO REJEITO A CORRIGIR?'.
           ACCEPT WRK-TR-CATEGORIA.
           DISPLAY ' CODIGO DO CLIENTE (BRANCO=CONSUMIDOR)?'.
           ACCEPT WRK-TR-CLIENTE.
           DISPLAY ' CODIGO DO PRODUTO (BRANCO=SEM ITEM DE ESTOQUE)?'.
           ACCEPT WRK-TR-PRODUTO.
           MOVE ZEROS TO WRK-TR-QTD.
           IF WRK-TR-PRODUTO NOT = SPACES
              DISPLAY ' QUANTIDADE VENDIDA?'
              ACCEPT WRK-TR-QTD
           END-IF.

       0006-VALIDARTRANSACAO.
           MOVE 'N' TO WRK-VALIDO.
                 AND WRK-TR-DIA >= 1 AND WRK-TR-DIA <= 31
                 AND WRK-TR-VALOR > 0
                 AND (WRK-TR-TIPO = 'V' OR WRK-TR-TIPO = 'D')
                 AND (WRK-TR-PRODUTO = SPACES OR WRK-TR-QTD > 0)
              MOVE 'S' TO WRK-VALIDO
           END-IF.

