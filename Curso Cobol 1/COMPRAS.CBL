       FILE SECTION.
       FD ARQ-PEDCOMPRA.
       01 REG-PEDCOMPRA.
       COPY PCOREG.
       FD ARQ-PCCTRL.
       01 REG-PCCTRL           PIC 9(08).
       FD ARQ-FORNECEDORES.
       77 WRK-HORA-MOV     PIC 9(08)     VALUE ZEROS.
       77 WRK-QTD-ABERTOS  PIC 9(05)     VALUE ZEROS.
       77 WRK-FORN-REL     PIC X(05)     VALUE SPACES.
       77 WRK-ACAO         PIC X(01)     VALUE SPACES.
       77 WRK-QTD-CONFIRMADAS PIC 9(05)  VALUE ZEROS.
       77 WRK-QTD-DESCARTADAS PIC 9(05)  VALUE ZEROS.
       77 WRK-CST-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CST-PRODUTO  PIC X(06)     VALUE SPACES.
       77 WRK-CST-QTD      PIC 9(05)V99  VALUE ZEROS.
       77 WRK-CST-ORIGEM   PIC X(02)     VALUE SPACES.
       77 WRK-CST-CUSTOUNIT PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-CST-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY ' 2 - RECEBER MERCADORIA DE UM PEDIDO'.
           DISPLAY ' 3 - RELATORIO DE PEDIDOS ABERTOS POR '
              'FORNECEDOR'.
           DISPLAY ' 4 - CONFIRMAR PROPOSTAS DE REPOSICAO'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
                 PERFORM 0004-RECEBERMERCADORIA
              WHEN '3'
                 PERFORM 0005-RELATORIOABERTOS
              WHEN '4'
                 PERFORM 0006-CONFIRMARPROPOSTAS
              WHEN '0'
                 CONTINUE
              WHEN OTHER
              INVALID KEY
                 DISPLAY 'PEDIDO DE COMPRA NAO ENCONTRADO.'
              NOT INVALID KEY
                 EVALUATE REG-PC-STATUS
                    WHEN 'F'
                       DISPLAY 'PEDIDO JA TOTALMENTE RECEBIDO.'
                    WHEN 'R'
                       DISPLAY 'PROPOSTA DE REPOSICAO AINDA NAO '
                          'CONFIRMADA.'
                    WHEN 'D'
                       DISPLAY 'PROPOSTA DE REPOSICAO DESCARTADA.'
                    WHEN OTHER
                       PERFORM 0200-EFETIVARRECEBIMENTO
                 END-EVALUATE
           END-READ.

       0200-EFETIVARRECEBIMENTO.
           MOVE WRK-OPERADOR TO REG-MV-OPERADOR.
           WRITE REG-MOVESTOQUE.
           CLOSE ARQ-MOVESTOQUE.
           MOVE 'E' TO WRK-CST-FUNCAO.
           MOVE REG-PC-PRODUTO TO WRK-CST-PRODUTO.
           MOVE WRK-QTD-RECEBIDA TO WRK-CST-QTD.
           MOVE 'CP' TO WRK-CST-ORIGEM.
           MOVE WRK-PRECO-NOTA TO WRK-CST-CUSTOUNIT.
           CALL 'CUSTOSRV' USING WRK-CST-FUNCAO WRK-CST-PRODUTO
              WRK-CST-QTD WRK-CST-ORIGEM WRK-CST-CUSTOUNIT
              WRK-CST-VALOR.

       0005-RELATORIOABERTOS.
           DISPLAY ' FORNECEDOR (BRANCO=TODOS)?'.
                 MOVE '10' TO WRK-FS-PEDCOMPRA
              NOT AT END
                 IF REG-PC-STATUS NOT = 'F'
                       AND REG-PC-STATUS NOT = 'D'
                       AND (WRK-FORN-REL = SPACES
                          OR REG-PC-FORNECEDOR = WRK-FORN-REL)
                    ADD 1 TO WRK-QTD-ABERTOS
                    WRITE REG-RELCOMPRAS FROM WRK-LINHA
                 END-IF
           END-READ.

       0006-CONFIRMARPROPOSTAS.
           MOVE ZEROS TO WRK-QTD-CONFIRMADAS WRK-QTD-DESCARTADAS.
           MOVE SPACES TO WRK-ACAO.
           MOVE ZEROS TO REG-PC-NUMERO.
           START ARQ-PEDCOMPRA KEY IS NOT LESS THAN REG-PC-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-PEDCOMPRA
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PEDCOMPRA
           END-START.
           PERFORM 0000-CONFIRMARUMAPROPOSTA
              UNTIL WRK-FS-PEDCOMPRA = '10'.
           MOVE '00' TO WRK-FS-PEDCOMPRA.
           DISPLAY 'PROPOSTAS CONFIRMADAS=' WRK-QTD-CONFIRMADAS
              ' DESCARTADAS=' WRK-QTD-DESCARTADAS.
           MOVE 'COMPRAS' TO WRK-LOG-PROGRAMA.
           STRING 'PROPOSTAS CONFIRMADAS=' WRK-QTD-CONFIRMADAS
              ' DESCARTADAS=' WRK-QTD-DESCARTADAS
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.

       0000-CONFIRMARUMAPROPOSTA.
           READ ARQ-PEDCOMPRA NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PEDCOMPRA
              NOT AT END
                 IF REG-PC-STATUS = 'R'
                    PERFORM 0300-DECIDIRPROPOSTA
                    IF WRK-ACAO = 'F' OR WRK-ACAO = 'f'
                       MOVE '10' TO WRK-FS-PEDCOMPRA
                    END-IF
                 END-IF
           END-READ.

       0300-DECIDIRPROPOSTA.
           DISPLAY ' '.
           DISPLAY 'PROPOSTA ' REG-PC-NUMERO
              ' FORN=' REG-PC-FORNECEDOR
              ' PRODUTO=' REG-PC-PRODUTO
              ' QTD=' REG-PC-QTDPEDIDA
              ' PRECO=' REG-PC-PRECO.
           DISPLAY ' C=CONFIRMAR D=DESCARTAR P=PULAR F=FIM?'.
           ACCEPT WRK-ACAO.
           EVALUATE WRK-ACAO
              WHEN 'C'
              WHEN 'c'
                 DISPLAY ' QUANTIDADE A COMPRAR (0=MANTER)?'
                 ACCEPT WRK-QTD
                 IF WRK-QTD > 0
                    MOVE WRK-QTD TO REG-PC-QTDPEDIDA
                 END-IF
                 DISPLAY ' PRECO UNITARIO COMBINADO (0=MANTER)?'
                 ACCEPT WRK-PRECO
                 IF WRK-PRECO > 0
                    MOVE WRK-PRECO TO REG-PC-PRECO
                 END-IF
                 IF REG-PC-PRECO = 0
                    DISPLAY 'PRECO OBRIGATORIO, PROPOSTA MANTIDA.'
                 ELSE
                    MOVE WRK-DATASISTEMA TO REG-PC-DATA
                    MOVE 'A' TO REG-PC-STATUS
                    REWRITE REG-PEDCOMPRA
                    ADD 1 TO WRK-QTD-CONFIRMADAS
                    DISPLAY 'PEDIDO DE COMPRA ' REG-PC-NUMERO
                       ' EMITIDO.'
                 END-IF
              WHEN 'D'
              WHEN 'd'
                 MOVE 'D' TO REG-PC-STATUS
                 REWRITE REG-PEDCOMPRA
                 ADD 1 TO WRK-QTD-DESCARTADAS
                 DISPLAY 'PROPOSTA DESCARTADA.'
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
