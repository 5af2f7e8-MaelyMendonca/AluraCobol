       77 WRK-CLI-IDX2     PIC 9(03)     VALUE ZEROS.
       77 WRK-QTD-SUGESTOES PIC 9(04)    VALUE ZEROS.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-CRD-TIPO     PIC X(01)     VALUE SPACES.
       77 WRK-CRD-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-CRD-FATURA   PIC 9(08)     VALUE ZEROS.
       77 WRK-CRD-PARCELA  PIC 9(02)     VALUE ZEROS.
       77 WRK-CRD-SALDO    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-CRD-RESULTADO PIC X(01)    VALUE SPACES.
       01 WRK-CLI-TAB.
          02 WRK-CLI-ITEM OCCURS 200 TIMES.
             03 WRK-CL-COD    PIC X(05).
           PERFORM 0200-REAPONTARJORNAL.
           PERFORM 0300-REAPONTARFATURAS.
           PERFORM 0400-REAPONTARPEDIDOS.
           PERFORM 0600-TRANSFERIRCREDITO.
           MOVE WRK-DUPLICADO TO REG-CL-COD.
           READ ARQ-CLIENTES
              INVALID KEY
              NOT INVALID KEY
                 MOVE 'I' TO REG-CL-STATUS
                 MOVE WRK-SOBREVIVE TO REG-CL-REDIRECIONA
                 MOVE WRK-DATASISTEMA TO REG-CL-DATAINATIVO
                 REWRITE REG-CLIENTE
           END-READ.
           DISPLAY 'RESUMO DA UNIFICACAO:'.
              WRK-QTD-FATURAS.
           DISPLAY ' PEDIDOS REAPONTADOS ............: '
              WRK-QTD-PEDIDOS.
           DISPLAY ' CREDITO EM CONTA TRANSFERIDO ...: '
              WRK-CRD-VALOR.
           DISPLAY 'CLIENTE ' WRK-DUPLICADO
              ' INATIVADO COM REDIRECIONAMENTO PARA '
              WRK-SOBREVIVE '.'.
                 WRK-LOG-SEVERIDADE.
           MOVE 'I' TO WRK-LOG-SEVERIDADE.

       0600-TRANSFERIRCREDITO.
           MOVE 'CLIMERGE' TO WRK-LOG-PROGRAMA.
           MOVE 'C' TO WRK-CRD-TIPO.
           MOVE ZEROS TO WRK-CRD-VALOR WRK-CRD-FATURA WRK-CRD-PARCELA.
           CALL 'CREDSRV' USING WRK-CRD-TIPO WRK-DUPLICADO
              WRK-CRD-VALOR WRK-CRD-FATURA WRK-CRD-PARCELA
              WRK-DATASISTEMA WRK-OPERADOR WRK-LOG-PROGRAMA
              WRK-CRD-SALDO WRK-CRD-RESULTADO.
           MOVE WRK-CRD-SALDO TO WRK-CRD-VALOR.
           IF WRK-CRD-VALOR > 0
              MOVE 'T' TO WRK-CRD-TIPO
              CALL 'CREDSRV' USING WRK-CRD-TIPO WRK-DUPLICADO
                 WRK-CRD-VALOR WRK-CRD-FATURA WRK-CRD-PARCELA
                 WRK-DATASISTEMA WRK-OPERADOR WRK-LOG-PROGRAMA
                 WRK-CRD-SALDO WRK-CRD-RESULTADO
              MOVE 'I' TO WRK-CRD-TIPO
              CALL 'CREDSRV' USING WRK-CRD-TIPO WRK-SOBREVIVE
                 WRK-CRD-VALOR WRK-CRD-FATURA WRK-CRD-PARCELA
                 WRK-DATASISTEMA WRK-OPERADOR WRK-LOG-PROGRAMA
                 WRK-CRD-SALDO WRK-CRD-RESULTADO
           END-IF.

       0100-FUNDIRVENDASCLI.
           MOVE ZEROS TO WRK-DUP-VALOR WRK-DUP-QTD
              WRK-SBV-VALOR WRK-SBV-QTD.
              NOT AT END
                 IF REG-PE-CLIENTE = WRK-DUPLICADO
                    MOVE WRK-SOBREVIVE TO REG-PE-CLIENTE
                    MOVE ZEROS TO REG-PE-SEQENDER
                    REWRITE REG-PEDIDO
                    ADD 1 TO WRK-QTD-PEDIDOS
                 END-IF
