       77 WRK-SIT-FRETE           PIC X(01)    VALUE SPACES.
       77 WRK-SIT-FOLHA6          PIC X(01)    VALUE SPACES.
       77 WRK-SIT-FOLHA7          PIC X(01)    VALUE SPACES.
       77 WRK-SIT-INTEGR          PIC X(01)    VALUE SPACES.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           MOVE 'INICIO DO LOTE NOTURNO' TO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.
           DISPLAY ' LOTE NOTURNO - FRETE, FOLHA DE PAGAMENTO E '
              'INTEGRIDADE'.
           OPEN OUTPUT ARQ-FLAGLOTE.
           MOVE 'S' TO REG-FLAGLOTE.
           WRITE REG-FLAGLOTE.
           PERFORM 0003-PASSOFRETE.
           PERFORM 0004-PASSOFOLHA6.
           PERFORM 0005-PASSOFOLHA7.
           PERFORM 0006-PASSOINTEGRIDADE.
           IF WRK-CADEIA-OK = 'S'
              MOVE 'FIM DO LOTE NOTURNO' TO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA

       0002-CARREGARSITUACOES.
           MOVE SPACES TO WRK-SIT-FRETE WRK-SIT-FOLHA6
              WRK-SIT-FOLHA7 WRK-SIT-INTEGR.
           OPEN INPUT ARQ-RUNCTRL.
           IF WRK-FS-RUNCTRL = '00'
              PERFORM 0000-LERRUNCTRL
                          MOVE REG-RC-SITUACAO TO WRK-SIT-FOLHA6
                       WHEN 'PRGCOB07'
                          MOVE REG-RC-SITUACAO TO WRK-SIT-FOLHA7
                       WHEN 'VERIFINT'
                          MOVE REG-RC-SITUACAO TO WRK-SIT-INTEGR
                    END-EVALUATE
                 END-IF
           END-READ.
                 PERFORM 0000-GRAVARRUNCTRL
              END-IF
           END-IF.

       0006-PASSOINTEGRIDADE.
           IF WRK-CADEIA-OK = 'N'
              CONTINUE
           ELSE
              IF WRK-SIT-INTEGR = 'C'
                 DISPLAY ' PASSO VERIFINT JA CONCLUIDO HOJE, '
                    'PULADO.'
              ELSE
                 DISPLAY ' VERIFICANDO INTEGRIDADE ENTRE ARQUIVOS...'
                 MOVE 'VERIFINT' TO WRK-PASSO
                 MOVE 'I' TO WRK-SITUACAO
                 PERFORM 0000-GRAVARRUNCTRL
                 MOVE ZEROS TO RETURN-CODE
                 CALL 'VERIFINT'
                 IF RETURN-CODE = 0
                    MOVE 'C' TO WRK-SITUACAO
                 ELSE
                    MOVE 'F' TO WRK-SITUACAO
                    MOVE 'N' TO WRK-CADEIA-OK
                 END-IF
                 PERFORM 0000-GRAVARRUNCTRL
              END-IF
           END-IF.
