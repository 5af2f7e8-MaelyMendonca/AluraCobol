       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTAR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTAGEM ASSIGN TO "INVCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-IC-CHAVE
               FILE STATUS IS WRK-FS-CONTAGEM.
           SELECT ARQ-INVCTRL ASSIGN TO "INVCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INVCTRL.
           SELECT ARQ-ESTOQUE ASSIGN TO "ESTOQMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ES-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT ARQ-MOVIMENTOS ASSIGN TO "ESTOQMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVIMENTOS.
           SELECT ARQ-PRODUTOS ASSIGN TO "PRODMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PR-COD
               FILE STATUS IS WRK-FS-PRODUTOS.
           SELECT ARQ-OPERADORES ASSIGN TO "OPERMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OP-ID
               FILE STATUS IS WRK-FS-OPERADORES.
           SELECT ARQ-RELFOLHA ASSIGN TO "INVFOLHA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELFOLHA.
           SELECT ARQ-RELDIVERG ASSIGN TO "INVDIVER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELDIVERG.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CONTAGEM.
       01 REG-CONTAGEM.
       COPY ICNREG.
       FD ARQ-INVCTRL.
       01 REG-INVCTRL          PIC 9(05).
       FD ARQ-ESTOQUE.
       01 REG-ESTOQUE.
       COPY ESTREG.
       FD ARQ-MOVIMENTOS.
       01 REG-MOVIMENTO.
          02 REG-MV-DATA       PIC 9(08).
          02 REG-MV-HORA       PIC 9(08).
          02 REG-MV-PRODUTO    PIC X(06).
          02 REG-MV-TIPO       PIC X(01).
          02 REG-MV-QTD        PIC 9(05)V99.
          02 REG-MV-MOTIVO     PIC X(02).
          02 REG-MV-OPERADOR   PIC X(08).
       FD ARQ-PRODUTOS.
       01 REG-PRODUTO.
       COPY PRODREG.
       FD ARQ-OPERADORES.
       01 REG-OPERADOR.
       COPY OPERREG.
       FD ARQ-RELFOLHA.
       01 REG-RELFOLHA         PIC X(100).
       FD ARQ-RELDIVERG.
       01 REG-RELDIVERG        PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-CONTAGEM  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-INVCTRL   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-ESTOQUE   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-MOVIMENTOS PIC X(02)    VALUE ZEROS.
       77 WRK-FS-PRODUTOS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-OPERADORES PIC X(02)    VALUE ZEROS.
       77 WRK-FS-RELFOLHA  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELDIVERG PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-SUPER-ID     PIC X(08)     VALUE SPACES.
       77 WRK-SUPERVISOR   PIC X(01)     VALUE 'N'.
       77 WRK-CICLO        PIC 9(05)     VALUE ZEROS.
       77 WRK-CICLO-ABERTO PIC 9(05)     VALUE ZEROS.
       77 WRK-CATEGORIA    PIC X(10)     VALUE SPACES.
       77 WRK-PRODUTO      PIC X(06)     VALUE SPACES.
       77 WRK-QTD-CONTADA  PIC 9(07)V99  VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-DIF    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-SOBRA  PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOTAL-FALTA  PIC 9(11)V99  VALUE ZEROS.
       77 WRK-QTD-ITENS    PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-CONTADOS PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(05)    VALUE ZEROS.
       77 WRK-QTD-DIVERG   PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-LANCADOS PIC 9(05)     VALUE ZEROS.
       77 WRK-HORA         PIC 9(08)     VALUE ZEROS.
       77 WRK-CST-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CST-PRODUTO  PIC X(06)     VALUE SPACES.
       77 WRK-CST-QTD      PIC 9(05)V99  VALUE ZEROS.
       77 WRK-CST-ORIGEM   PIC X(02)     VALUE SPACES.
       77 WRK-CST-CUSTOUNIT PIC 9(07)V9999 VALUE ZEROS.
       77 WRK-CST-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-SALDO-ED     PIC -9(07),99 VALUE ZEROS.
       77 WRK-CONTADO-ED   PIC -9(07),99 VALUE ZEROS.
       77 WRK-DIF-ED       PIC -9(07),99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC -9(10),99 VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'INVENTAR' TO WRK-LOG-PROGRAMA.
           OPEN I-O ARQ-CONTAGEM.
           IF WRK-FS-CONTAGEM = '35'
              OPEN OUTPUT ARQ-CONTAGEM
              CLOSE ARQ-CONTAGEM
              OPEN I-O ARQ-CONTAGEM
           END-IF.
           OPEN INPUT ARQ-PRODUTOS.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           IF WRK-FS-PRODUTOS = '00'
              CLOSE ARQ-PRODUTOS
           END-IF.
           CLOSE ARQ-CONTAGEM.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'INVENTARIO FISICO DE ESTOQUE'.
           DISPLAY ' 1 - ABRIR CICLO E EMITIR FOLHAS DE CONTAGEM'.
           DISPLAY ' 2 - DIGITAR QUANTIDADES CONTADAS'.
           DISPLAY ' 3 - RELATORIO DE DIVERGENCIAS A CUSTO'.
           DISPLAY ' 4 - APROVAR E LANCAR AS DIFERENCAS'.
           DISPLAY ' 5 - CANCELAR CICLO ABERTO'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-ABRIRCICLO
              WHEN '2'
                 PERFORM 0004-DIGITARCONTAGEM
              WHEN '3'
                 PERFORM 0005-RELATORIODIVERG
              WHEN '4'
                 PERFORM 0006-LANCARDIFERENCAS
              WHEN '5'
                 PERFORM 0007-CANCELARCICLO
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0000-LOCALIZARCICLOABERTO.
           MOVE ZEROS TO WRK-CICLO-ABERTO.
           MOVE ZEROS TO REG-IC-CICLO.
           MOVE SPACES TO REG-IC-PRODUTO.
           START ARQ-CONTAGEM KEY IS NOT LESS THAN REG-IC-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-CONTAGEM
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-CONTAGEM
           END-START.
           PERFORM 0000-PROCURARABERTO
              UNTIL WRK-FS-CONTAGEM = '10'.
           MOVE '00' TO WRK-FS-CONTAGEM.

       0000-PROCURARABERTO.
           READ ARQ-CONTAGEM NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CONTAGEM
              NOT AT END
                 IF REG-IC-SITUACAO = 'P' OR REG-IC-SITUACAO = 'C'
                    MOVE REG-IC-CICLO TO WRK-CICLO-ABERTO
                    MOVE '10' TO WRK-FS-CONTAGEM
                 END-IF
           END-READ.

       0000-INICIARCICLO.
           MOVE WRK-CICLO TO REG-IC-CICLO.
           MOVE SPACES TO REG-IC-PRODUTO.
           START ARQ-CONTAGEM KEY IS NOT LESS THAN REG-IC-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-CONTAGEM
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-CONTAGEM
           END-START.

       0000-LERCICLO.
           READ ARQ-CONTAGEM NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CONTAGEM
              NOT AT END
                 IF REG-IC-CICLO NOT = WRK-CICLO
                    MOVE '10' TO WRK-FS-CONTAGEM
                 END-IF
           END-READ.

       0000-INFORMARCICLO.
           PERFORM 0000-LOCALIZARCICLOABERTO.
           DISPLAY ' NUMERO DO CICLO (0=CICLO ABERTO '
              WRK-CICLO-ABERTO ')?'.
           ACCEPT WRK-CICLO.
           IF WRK-CICLO = 0
              MOVE WRK-CICLO-ABERTO TO WRK-CICLO
           END-IF.

       0003-ABRIRCICLO.
           PERFORM 0000-LOCALIZARCICLOABERTO.
           IF WRK-CICLO-ABERTO NOT = 0
              DISPLAY 'CICLO ' WRK-CICLO-ABERTO ' AINDA ABERTO, '
                 'LANCE OU CANCELE ANTES DE ABRIR OUTRO.'
           ELSE
              DISPLAY ' CATEGORIA A CONTAR (BRANCO=TODAS)?'
              ACCEPT WRK-CATEGORIA
              OPEN INPUT ARQ-ESTOQUE
              IF WRK-FS-ESTOQUE NOT = '00'
                 DISPLAY 'CADASTRO DE ESTOQUE NAO ENCONTRADO.'
              ELSE
                 PERFORM 0100-CONGELARSALDOS
                 CLOSE ARQ-ESTOQUE
              END-IF
           END-IF.

       0100-CONGELARSALDOS.
           MOVE ZEROS TO WRK-CICLO.
           OPEN INPUT ARQ-INVCTRL.
           IF WRK-FS-INVCTRL = '00'
              READ ARQ-INVCTRL
                 NOT AT END
                    MOVE REG-INVCTRL TO WRK-CICLO
              END-READ
              CLOSE ARQ-INVCTRL
           END-IF.
           ADD 1 TO WRK-CICLO.
           MOVE ZEROS TO WRK-QTD-ITENS.
           OPEN OUTPUT ARQ-RELFOLHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FOLHA DE CONTAGEM DO INVENTARIO - CICLO '
              WRK-CICLO ' - ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFOLHA FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-CATEGORIA = SPACES
              MOVE 'CATEGORIA: TODAS' TO WRK-LINHA
           ELSE
              STRING 'CATEGORIA: ' WRK-CATEGORIA
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELFOLHA FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELFOLHA FROM WRK-LINHA.
           MOVE LOW-VALUES TO REG-ES-PRODUTO.
           START ARQ-ESTOQUE KEY IS NOT LESS THAN REG-ES-PRODUTO
              INVALID KEY
                 MOVE '10' TO WRK-FS-ESTOQUE
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-ESTOQUE
           END-START.
           PERFORM 0000-CONGELARUMPROD
              UNTIL WRK-FS-ESTOQUE = '10'.
           MOVE '00' TO WRK-FS-ESTOQUE.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELFOLHA FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PRODUTOS A CONTAR: ' WRK-QTD-ITENS
              '   CONTADOR: ____________  DATA: ___/___/_____'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFOLHA FROM WRK-LINHA.
           CLOSE ARQ-RELFOLHA.
           IF WRK-QTD-ITENS = 0
              DISPLAY 'NENHUM PRODUTO EM ESTOQUE PARA A CATEGORIA, '
                 'CICLO NAO ABERTO.'
           ELSE
              OPEN OUTPUT ARQ-INVCTRL
              MOVE WRK-CICLO TO REG-INVCTRL
              WRITE REG-INVCTRL
              CLOSE ARQ-INVCTRL
              DISPLAY 'CICLO ' WRK-CICLO ' ABERTO COM '
                 WRK-QTD-ITENS ' PRODUTO(S) CONGELADO(S).'
              DISPLAY 'FOLHAS DE CONTAGEM GRAVADAS EM INVFOLHA.TXT'
              MOVE 'INVFOLHA.TXT' TO WRK-NOME-RELAT
              CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
                 WRK-OPERADOR
              STRING 'CICLO INVENTARIO ABERTO=' WRK-CICLO
                 ' PRODUTOS=' WRK-QTD-ITENS
                 ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-IF.

       0000-CONGELARUMPROD.
           READ ARQ-ESTOQUE NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ESTOQUE
              NOT AT END
                 MOVE SPACES TO REG-PR-DESCRICAO REG-PR-CATEGORIA
                 IF WRK-FS-PRODUTOS = '00'
                    MOVE REG-ES-PRODUTO TO REG-PR-COD
                    READ ARQ-PRODUTOS
                       INVALID KEY
                          MOVE SPACES TO REG-PR-DESCRICAO
                          MOVE SPACES TO REG-PR-CATEGORIA
                    END-READ
                 END-IF
                 IF WRK-CATEGORIA = SPACES
                       OR WRK-CATEGORIA = REG-PR-CATEGORIA
                    PERFORM 0000-GRAVARCONGELADO
                 END-IF
           END-READ.

       0000-GRAVARCONGELADO.
           ADD 1 TO WRK-QTD-ITENS.
           MOVE WRK-CICLO TO REG-IC-CICLO.
           MOVE REG-ES-PRODUTO TO REG-IC-PRODUTO.
           MOVE REG-PR-CATEGORIA TO REG-IC-CATEGORIA.
           MOVE WRK-DATASISTEMA TO REG-IC-DATACONG.
           MOVE REG-ES-SALDO TO REG-IC-SALDOCONG.
           MOVE ZEROS TO REG-IC-CONTADO.
           MOVE 'P' TO REG-IC-SITUACAO.
           MOVE ZEROS TO REG-IC-DIFERENCA.
           MOVE ZEROS TO REG-IC-CUSTOUNIT.
           MOVE ZEROS TO REG-IC-DATALANC.
           MOVE WRK-OPERADOR TO REG-IC-OPERADOR.
           WRITE REG-CONTAGEM.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PRODUTO ' REG-ES-PRODUTO
              ' ' REG-PR-DESCRICAO
              ' ' REG-PR-CATEGORIA
              '  CONTADO: ______________'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFOLHA FROM WRK-LINHA.

       0004-DIGITARCONTAGEM.
           PERFORM 0000-INFORMARCICLO.
           IF WRK-CICLO = 0
              DISPLAY 'NENHUM CICLO DE CONTAGEM ABERTO.'
           ELSE
              MOVE 'X' TO WRK-PRODUTO
              PERFORM 0000-DIGITARUMPRODUTO
                 UNTIL WRK-PRODUTO = SPACES
           END-IF.

       0000-DIGITARUMPRODUTO.
           DISPLAY ' PRODUTO CONTADO (BRANCO=ENCERRAR)?'.
           ACCEPT WRK-PRODUTO.
           IF WRK-PRODUTO NOT = SPACES
              MOVE WRK-CICLO TO REG-IC-CICLO
              MOVE WRK-PRODUTO TO REG-IC-PRODUTO
              READ ARQ-CONTAGEM
                 INVALID KEY
                    DISPLAY 'PRODUTO FORA DO CICLO ' WRK-CICLO '.'
                 NOT INVALID KEY
                    PERFORM 0100-REGISTRARCONTAGEM
              END-READ
           END-IF.

       0100-REGISTRARCONTAGEM.
           EVALUATE REG-IC-SITUACAO
              WHEN 'L'
                 DISPLAY 'DIFERENCA DO PRODUTO JA LANCADA.'
              WHEN 'X'
                 DISPLAY 'CICLO CANCELADO.'
              WHEN OTHER
                 IF REG-IC-SITUACAO = 'C'
                    MOVE REG-IC-CONTADO TO WRK-CONTADO-ED
                    DISPLAY 'JA CONTADO: ' WRK-CONTADO-ED
                       ' - NOVA DIGITACAO SUBSTITUI A ANTERIOR.'
                 END-IF
                 DISPLAY ' QUANTIDADE CONTADA?'
                 ACCEPT WRK-QTD-CONTADA
                 MOVE WRK-QTD-CONTADA TO REG-IC-CONTADO
                 MOVE 'C' TO REG-IC-SITUACAO
                 MOVE WRK-OPERADOR TO REG-IC-OPERADOR
                 REWRITE REG-CONTAGEM
                 DISPLAY 'CONTAGEM REGISTRADA.'
           END-EVALUATE.

       0005-RELATORIODIVERG.
           PERFORM 0000-INFORMARCICLO.
           MOVE ZEROS TO WRK-QTD-ITENS WRK-QTD-CONTADOS
              WRK-QTD-PENDENTES WRK-QTD-DIVERG
              WRK-TOTAL-SOBRA WRK-TOTAL-FALTA.
           OPEN OUTPUT ARQ-RELDIVERG.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DIVERGENCIAS DO INVENTARIO - CICLO ' WRK-CICLO
              ' - ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELDIVERG FROM WRK-LINHA.
           MOVE 'DIFERENCA = CONTADO - SALDO CONGELADO, VALORIZADA '
              TO WRK-LINHA.
           WRITE REG-RELDIVERG FROM WRK-LINHA.
           MOVE 'AO CUSTO MEDIO ATUAL DO PRODUTO.' TO WRK-LINHA.
           WRITE REG-RELDIVERG FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELDIVERG FROM WRK-LINHA.
           PERFORM 0000-INICIARCICLO.
           PERFORM 0000-DIVERGENCIAUMPROD
              UNTIL WRK-FS-CONTAGEM = '10'.
           MOVE '00' TO WRK-FS-CONTAGEM.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELDIVERG FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PRODUTOS=' WRK-QTD-ITENS
              ' CONTADOS=' WRK-QTD-CONTADOS
              ' NAO CONTADOS=' WRK-QTD-PENDENTES
              ' COM DIVERGENCIA=' WRK-QTD-DIVERG
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELDIVERG FROM WRK-LINHA.
           MOVE WRK-TOTAL-SOBRA TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VALOR DAS SOBRAS ... ' WRK-TOTAL-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELDIVERG FROM WRK-LINHA.
           MOVE WRK-TOTAL-FALTA TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VALOR DAS FALTAS ... ' WRK-TOTAL-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELDIVERG FROM WRK-LINHA.
           CLOSE ARQ-RELDIVERG.
           IF WRK-QTD-ITENS = 0
              DISPLAY 'CICLO ' WRK-CICLO ' NAO ENCONTRADO.'
           ELSE
              DISPLAY 'RELATORIO GRAVADO EM INVDIVER.TXT'
              MOVE 'INVDIVER.TXT' TO WRK-NOME-RELAT
              CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
                 WRK-OPERADOR
           END-IF.

       0000-DIVERGENCIAUMPROD.
           PERFORM 0000-LERCICLO.
           IF WRK-FS-CONTAGEM = '00'
              ADD 1 TO WRK-QTD-ITENS
              MOVE REG-IC-SALDOCONG TO WRK-SALDO-ED
              MOVE SPACES TO WRK-LINHA
              EVALUATE REG-IC-SITUACAO
                 WHEN 'P'
                    ADD 1 TO WRK-QTD-PENDENTES
                    STRING 'PRODUTO ' REG-IC-PRODUTO
                       ' CONGELADO=' WRK-SALDO-ED
                       ' *** NAO CONTADO ***'
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-RELDIVERG FROM WRK-LINHA
                 WHEN 'C'
                 WHEN 'L'
                    ADD 1 TO WRK-QTD-CONTADOS
                    PERFORM 0000-VALORIZARDIFERENCA
                    IF WRK-DIFERENCA NOT = 0
                       ADD 1 TO WRK-QTD-DIVERG
                       MOVE REG-IC-CONTADO TO WRK-CONTADO-ED
                       MOVE WRK-DIFERENCA TO WRK-DIF-ED
                       MOVE WRK-VALOR-DIF TO WRK-VALOR-ED
                       STRING 'PRODUTO ' REG-IC-PRODUTO
                          ' CONGELADO=' WRK-SALDO-ED
                          ' CONTADO=' WRK-CONTADO-ED
                          ' DIF=' WRK-DIF-ED
                          ' VALOR=' WRK-VALOR-ED
                          DELIMITED BY SIZE INTO WRK-LINHA
                       WRITE REG-RELDIVERG FROM WRK-LINHA
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       0000-VALORIZARDIFERENCA.
           COMPUTE WRK-DIFERENCA =
              REG-IC-CONTADO - REG-IC-SALDOCONG.
           IF REG-IC-SITUACAO = 'L'
              MOVE REG-IC-CUSTOUNIT TO WRK-CST-CUSTOUNIT
           ELSE
              MOVE 'C' TO WRK-CST-FUNCAO
              MOVE REG-IC-PRODUTO TO WRK-CST-PRODUTO
              MOVE ZEROS TO WRK-CST-QTD
              MOVE 'IV' TO WRK-CST-ORIGEM
              MOVE ZEROS TO WRK-CST-CUSTOUNIT
              CALL 'CUSTOSRV' USING WRK-CST-FUNCAO WRK-CST-PRODUTO
                 WRK-CST-QTD WRK-CST-ORIGEM WRK-CST-CUSTOUNIT
                 WRK-CST-VALOR
           END-IF.
           COMPUTE WRK-VALOR-DIF ROUNDED =
              WRK-DIFERENCA * WRK-CST-CUSTOUNIT.
           IF WRK-DIFERENCA > 0
              ADD WRK-VALOR-DIF TO WRK-TOTAL-SOBRA
           ELSE
              SUBTRACT WRK-VALOR-DIF FROM WRK-TOTAL-FALTA
           END-IF.

       0006-LANCARDIFERENCAS.
           DISPLAY ' ID DO SUPERVISOR PARA APROVAR O LANCAMENTO '
              '(BRANCO=CANCELAR)?'.
           ACCEPT WRK-SUPER-ID.
           PERFORM 0000-CONFERIRSUPERVISOR.
           IF WRK-SUPERVISOR = 'N'
              DISPLAY 'LANCAMENTO DE INVENTARIO RESTRITO A '
                 'SUPERVISOR.'
           ELSE
              PERFORM 0000-INFORMARCICLO
              PERFORM 0100-CONFERIRCICLO
              EVALUATE TRUE
                 WHEN WRK-QTD-ITENS = 0
                    DISPLAY 'CICLO ' WRK-CICLO ' SEM PRODUTOS A '
                       'LANCAR.'
                 WHEN WRK-QTD-PENDENTES > 0
                    DISPLAY 'EXISTEM ' WRK-QTD-PENDENTES
                       ' PRODUTO(S) SEM CONTAGEM NO CICLO.'
                 WHEN OTHER
                    DISPLAY ' CONFIRMA O LANCAMENTO DE '
                       WRK-QTD-DIVERG ' DIFERENCA(S) DO CICLO '
                       WRK-CICLO '? (S/N)'
                    ACCEPT WRK-CONFIRMA
                    IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       PERFORM 0200-EFETIVARLANCAMENTO
                    END-IF
              END-EVALUATE
           END-IF.

       0100-CONFERIRCICLO.
           MOVE ZEROS TO WRK-QTD-ITENS WRK-QTD-PENDENTES
              WRK-QTD-DIVERG.
           PERFORM 0000-INICIARCICLO.
           PERFORM 0000-CONFERIRUMPROD
              UNTIL WRK-FS-CONTAGEM = '10'.
           MOVE '00' TO WRK-FS-CONTAGEM.

       0000-CONFERIRUMPROD.
           PERFORM 0000-LERCICLO.
           IF WRK-FS-CONTAGEM = '00'
              EVALUATE REG-IC-SITUACAO
                 WHEN 'P'
                    ADD 1 TO WRK-QTD-ITENS
                    ADD 1 TO WRK-QTD-PENDENTES
                 WHEN 'C'
                    ADD 1 TO WRK-QTD-ITENS
                    IF REG-IC-CONTADO NOT = REG-IC-SALDOCONG
                       ADD 1 TO WRK-QTD-DIVERG
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       0200-EFETIVARLANCAMENTO.
           MOVE ZEROS TO WRK-QTD-LANCADOS WRK-TOTAL-SOBRA
              WRK-TOTAL-FALTA.
           OPEN I-O ARQ-ESTOQUE.
           IF WRK-FS-ESTOQUE = '35'
              OPEN OUTPUT ARQ-ESTOQUE
              CLOSE ARQ-ESTOQUE
              OPEN I-O ARQ-ESTOQUE
           END-IF.
           PERFORM 0000-INICIARCICLO.
           PERFORM 0000-LANCARUMPROD
              UNTIL WRK-FS-CONTAGEM = '10'.
           MOVE '00' TO WRK-FS-CONTAGEM.
           CLOSE ARQ-ESTOQUE.
           MOVE WRK-TOTAL-SOBRA TO WRK-TOTAL-ED.
           DISPLAY 'CICLO ' WRK-CICLO ' LANCADO: ' WRK-QTD-LANCADOS
              ' DIFERENCA(S), SOBRAS=' WRK-TOTAL-ED.
           MOVE WRK-TOTAL-FALTA TO WRK-TOTAL-ED.
           DISPLAY 'FALTAS=' WRK-TOTAL-ED.
           STRING 'INVENTARIO LANCADO CICLO=' WRK-CICLO
              ' DIFERENCAS=' WRK-QTD-LANCADOS
              ' SUPERVISOR=' WRK-SUPER-ID
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           MOVE 'W' TO WRK-LOG-SEVERIDADE.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.
           MOVE 'I' TO WRK-LOG-SEVERIDADE.

       0000-LANCARUMPROD.
           PERFORM 0000-LERCICLO.
           IF WRK-FS-CONTAGEM = '00' AND REG-IC-SITUACAO = 'C'
              COMPUTE WRK-DIFERENCA =
                 REG-IC-CONTADO - REG-IC-SALDOCONG
              MOVE ZEROS TO WRK-CST-CUSTOUNIT
              IF WRK-DIFERENCA NOT = 0
                 PERFORM 0000-AJUSTARSALDO
                 ADD 1 TO WRK-QTD-LANCADOS
              END-IF
              MOVE WRK-DIFERENCA TO REG-IC-DIFERENCA
              MOVE WRK-CST-CUSTOUNIT TO REG-IC-CUSTOUNIT
              MOVE WRK-DATASISTEMA TO REG-IC-DATALANC
              MOVE 'L' TO REG-IC-SITUACAO
              REWRITE REG-CONTAGEM
           END-IF.

       0000-AJUSTARSALDO.
           MOVE REG-IC-PRODUTO TO REG-ES-PRODUTO.
           READ ARQ-ESTOQUE
              INVALID KEY
                 MOVE REG-IC-PRODUTO TO REG-ES-PRODUTO
                 MOVE ZEROS TO REG-ES-SALDO
                 MOVE ZEROS TO REG-ES-MINIMO
                 ADD WRK-DIFERENCA TO REG-ES-SALDO
                 WRITE REG-ESTOQUE
              NOT INVALID KEY
                 ADD WRK-DIFERENCA TO REG-ES-SALDO
                 REWRITE REG-ESTOQUE
           END-READ.
           IF WRK-DIFERENCA > 0
              MOVE 'E' TO REG-MV-TIPO
              MOVE 'M' TO WRK-CST-FUNCAO
              MOVE WRK-DIFERENCA TO WRK-CST-QTD
           ELSE
              MOVE 'S' TO REG-MV-TIPO
              MOVE 'S' TO WRK-CST-FUNCAO
              COMPUTE WRK-CST-QTD = 0 - WRK-DIFERENCA
           END-IF.
           OPEN EXTEND ARQ-MOVIMENTOS.
           IF WRK-FS-MOVIMENTOS = '35'
              OPEN OUTPUT ARQ-MOVIMENTOS
           END-IF.
           ACCEPT WRK-HORA FROM TIME.
           MOVE WRK-DATASISTEMA TO REG-MV-DATA.
           MOVE WRK-HORA TO REG-MV-HORA.
           MOVE REG-IC-PRODUTO TO REG-MV-PRODUTO.
           MOVE WRK-CST-QTD TO REG-MV-QTD.
           MOVE '05' TO REG-MV-MOTIVO.
           MOVE WRK-SUPER-ID TO REG-MV-OPERADOR.
           WRITE REG-MOVIMENTO.
           CLOSE ARQ-MOVIMENTOS.
           MOVE REG-IC-PRODUTO TO WRK-CST-PRODUTO.
           MOVE 'IV' TO WRK-CST-ORIGEM.
           MOVE ZEROS TO WRK-CST-CUSTOUNIT.
           CALL 'CUSTOSRV' USING WRK-CST-FUNCAO WRK-CST-PRODUTO
              WRK-CST-QTD WRK-CST-ORIGEM WRK-CST-CUSTOUNIT
              WRK-CST-VALOR.
           IF WRK-DIFERENCA > 0
              ADD WRK-CST-VALOR TO WRK-TOTAL-SOBRA
           ELSE
              ADD WRK-CST-VALOR TO WRK-TOTAL-FALTA
           END-IF.

       0007-CANCELARCICLO.
           PERFORM 0000-LOCALIZARCICLOABERTO.
           IF WRK-CICLO-ABERTO = 0
              DISPLAY 'NENHUM CICLO DE CONTAGEM ABERTO.'
           ELSE
              DISPLAY ' CONFIRMA O CANCELAMENTO DO CICLO '
                 WRK-CICLO-ABERTO '? (S/N)'
              ACCEPT WRK-CONFIRMA
              IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                 MOVE WRK-CICLO-ABERTO TO WRK-CICLO
                 PERFORM 0000-INICIARCICLO
                 PERFORM 0000-CANCELARUMPROD
                    UNTIL WRK-FS-CONTAGEM = '10'
                 MOVE '00' TO WRK-FS-CONTAGEM
                 DISPLAY 'CICLO ' WRK-CICLO ' CANCELADO.'
                 STRING 'CICLO INVENTARIO CANCELADO=' WRK-CICLO
                    ' OPERADOR=' WRK-OPERADOR
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                 CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                    WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              END-IF
           END-IF.

       0000-CANCELARUMPROD.
           PERFORM 0000-LERCICLO.
           IF WRK-FS-CONTAGEM = '00'
              IF REG-IC-SITUACAO = 'P' OR REG-IC-SITUACAO = 'C'
                 MOVE 'X' TO REG-IC-SITUACAO
                 REWRITE REG-CONTAGEM
              END-IF
           END-IF.

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
