       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PROMOCOES ASSIGN TO "PROMOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PM-CHAVE
               FILE STATUS IS WRK-FS-PROMOCOES.
           SELECT ARQ-CATEGORIAS ASSIGN TO "CATMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CT-COD
               FILE STATUS IS WRK-FS-CATEGORIAS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PROMOCOES.
       01 REG-PROMOCAO.
       COPY PROMREG.
       FD ARQ-CATEGORIAS.
       01 REG-CATEGORIA.
       COPY CATREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PROMOCOES PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CATEGORIAS PIC X(02)    VALUE ZEROS.
       77 WRK-CATMF-OK     PIC X(01)     VALUE 'N'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'PROMMANU'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-CATEGORIA    PIC X(10)     VALUE SPACES.
       77 WRK-INICIO       PIC 9(08)     VALUE ZEROS.
       77 WRK-FIM          PIC 9(08)     VALUE ZEROS.
       77 WRK-PERCENTUAL   PIC 9(02)V99  VALUE ZEROS.
       77 WRK-CAMPANHA     PIC X(08)     VALUE SPACES.
       77 WRK-EXISTE       PIC X(01)     VALUE 'N'.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-DADOS-OK     PIC X(01)     VALUE 'N'.
       77 WRK-SOBREPOSTA   PIC X(01)     VALUE 'N'.
       77 WRK-QTD-LISTADOS PIC 9(04)     VALUE ZEROS.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'N' TO WRK-CATMF-OK.
           OPEN INPUT ARQ-CATEGORIAS.
           IF WRK-FS-CATEGORIAS = '00'
              MOVE 'S' TO WRK-CATMF-OK
           END-IF.
           OPEN I-O ARQ-PROMOCOES.
           IF WRK-FS-PROMOCOES = '35'
              OPEN OUTPUT ARQ-PROMOCOES
              CLOSE ARQ-PROMOCOES
              OPEN I-O ARQ-PROMOCOES
           END-IF.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           CLOSE ARQ-PROMOCOES.
           IF WRK-CATMF-OK = 'S'
              CLOSE ARQ-CATEGORIAS
           END-IF.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'PROMOCOES POR CATEGORIA'.
           DISPLAY ' 1 - INCLUIR/ALTERAR PROMOCAO'.
           DISPLAY ' 2 - LISTAR PROMOCOES'.
           DISPLAY ' 3 - CANCELAR PROMOCAO'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-MANTERPROMOCAO
              WHEN '2'
                 PERFORM 0004-LISTARPROMOCOES
              WHEN '3'
                 PERFORM 0005-CANCELARPROMOCAO
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0000-LERCHAVE.
           DISPLAY ' CATEGORIA?'.
           ACCEPT WRK-CATEGORIA.
           DISPLAY ' DATA DE INICIO (AAAAMMDD)?'.
           ACCEPT WRK-INICIO.
           MOVE WRK-CATEGORIA TO REG-PM-CATEGORIA.
           MOVE WRK-INICIO TO REG-PM-INICIO.

       0003-MANTERPROMOCAO.
           PERFORM 0000-LERCHAVE.
           MOVE 'N' TO WRK-DADOS-OK.
           PERFORM 0000-VALIDARCATEGORIA.
           IF WRK-DADOS-OK = 'N'
              DISPLAY 'CATEGORIA SEM PRODUTO ATIVO CADASTRADO.'
           ELSE
              MOVE 'V' TO WRK-SRV-FUNCAO
              MOVE WRK-INICIO TO WRK-SRV-DATA1
              CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
                 WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO
              IF WRK-SRV-VALIDO = 'N'
                 DISPLAY 'DATA DE INICIO INVALIDA.'
              ELSE
                 PERFORM 0000-LERDADOS
              END-IF
           END-IF.

       0000-VALIDARCATEGORIA.
           MOVE 'S' TO WRK-DADOS-OK.
           IF WRK-CATEGORIA = SPACES
              MOVE 'N' TO WRK-DADOS-OK
           ELSE
              IF WRK-CATMF-OK = 'S'
                 MOVE WRK-CATEGORIA TO REG-CT-COD
                 READ ARQ-CATEGORIAS
                    INVALID KEY
                       MOVE 'N' TO WRK-DADOS-OK
                    NOT INVALID KEY
                       IF REG-CT-STATUS NOT = 'A'
                          MOVE 'N' TO WRK-DADOS-OK
                       END-IF
                 END-READ
              END-IF
           END-IF.

       0000-LERDADOS.
           MOVE 'N' TO WRK-EXISTE.
           MOVE WRK-CATEGORIA TO REG-PM-CATEGORIA.
           MOVE WRK-INICIO TO REG-PM-INICIO.
           READ ARQ-PROMOCOES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WRK-EXISTE
                 DISPLAY 'PROMOCAO JA CADASTRADA: CAMPANHA '
                    REG-PM-CAMPANHA ' ATE ' REG-PM-FIM
                    ' DESCONTO=' REG-PM-PERCENTUAL '%'
                    ' STATUS=' REG-PM-STATUS
           END-READ.
           DISPLAY ' DATA FINAL (AAAAMMDD)?'.
           ACCEPT WRK-FIM.
           MOVE 'V' TO WRK-SRV-FUNCAO.
           MOVE WRK-FIM TO WRK-SRV-DATA1.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           IF WRK-SRV-VALIDO = 'N' OR WRK-FIM < WRK-INICIO
              DISPLAY 'DATA FINAL INVALIDA OU ANTERIOR AO INICIO.'
           ELSE
              DISPLAY ' PERCENTUAL DE DESCONTO (EX: 10,00)?'
              ACCEPT WRK-PERCENTUAL
              IF WRK-PERCENTUAL = 0 OR WRK-PERCENTUAL >= 100
                 DISPLAY 'PERCENTUAL INVALIDO.'
              ELSE
                 DISPLAY ' CODIGO DA CAMPANHA?'
                 ACCEPT WRK-CAMPANHA
                 PERFORM 0000-VERIFICARSOBREPOSICAO
                 IF WRK-SOBREPOSTA = 'S'
                    DISPLAY 'JA EXISTE PROMOCAO ATIVA DA CATEGORIA '
                       'NESTE PERIODO.'
                 ELSE
                    PERFORM 0000-GRAVARPROMOCAO
                 END-IF
              END-IF
           END-IF.

       0000-VERIFICARSOBREPOSICAO.
           MOVE 'N' TO WRK-SOBREPOSTA.
           MOVE WRK-CATEGORIA TO REG-PM-CATEGORIA.
           MOVE ZEROS TO REG-PM-INICIO.
           START ARQ-PROMOCOES KEY IS NOT LESS THAN REG-PM-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-PROMOCOES
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PROMOCOES
           END-START.
           PERFORM 0000-COMPARARPERIODO
              UNTIL WRK-FS-PROMOCOES = '10'
                 OR WRK-SOBREPOSTA = 'S'.
           MOVE '00' TO WRK-FS-PROMOCOES.

       0000-COMPARARPERIODO.
           READ ARQ-PROMOCOES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PROMOCOES
              NOT AT END
                 IF REG-PM-CATEGORIA NOT = WRK-CATEGORIA
                       OR REG-PM-INICIO > WRK-FIM
                    MOVE '10' TO WRK-FS-PROMOCOES
                 ELSE
                    IF REG-PM-INICIO NOT = WRK-INICIO
                          AND REG-PM-STATUS = 'A'
                          AND REG-PM-FIM >= WRK-INICIO
                       MOVE 'S' TO WRK-SOBREPOSTA
                    END-IF
                 END-IF
           END-READ.

       0000-GRAVARPROMOCAO.
           MOVE WRK-CATEGORIA TO REG-PM-CATEGORIA.
           MOVE WRK-INICIO TO REG-PM-INICIO.
           MOVE WRK-FIM TO REG-PM-FIM.
           MOVE WRK-PERCENTUAL TO REG-PM-PERCENTUAL.
           MOVE WRK-CAMPANHA TO REG-PM-CAMPANHA.
           MOVE 'A' TO REG-PM-STATUS.
           IF WRK-EXISTE = 'S'
              REWRITE REG-PROMOCAO
           ELSE
              WRITE REG-PROMOCAO
           END-IF.
           DISPLAY 'PROMOCAO GRAVADA.'.
           STRING 'PROMOCAO ' WRK-CAMPANHA
              ' CATEGORIA=' WRK-CATEGORIA
              ' DE ' WRK-INICIO ' A ' WRK-FIM
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.

       0004-LISTARPROMOCOES.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE LOW-VALUES TO REG-PM-CHAVE.
           START ARQ-PROMOCOES KEY IS NOT LESS THAN REG-PM-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-PROMOCOES
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PROMOCOES
           END-START.
           PERFORM 0000-LISTARUMAPROMOCAO
              UNTIL WRK-FS-PROMOCOES = '10'.
           MOVE '00' TO WRK-FS-PROMOCOES.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUMA PROMOCAO CADASTRADA.'
           END-IF.

       0000-LISTARUMAPROMOCAO.
           READ ARQ-PROMOCOES NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PROMOCOES
              NOT AT END
                 ADD 1 TO WRK-QTD-LISTADOS
                 DISPLAY REG-PM-CATEGORIA
                    ' DE ' REG-PM-INICIO
                    ' A ' REG-PM-FIM
                    ' DESCONTO=' REG-PM-PERCENTUAL '%'
                    ' CAMPANHA=' REG-PM-CAMPANHA
                    ' STATUS=' REG-PM-STATUS
           END-READ.

       0005-CANCELARPROMOCAO.
           PERFORM 0000-LERCHAVE.
           READ ARQ-PROMOCOES
              INVALID KEY
                 DISPLAY 'PROMOCAO NAO ENCONTRADA.'
              NOT INVALID KEY
                 DISPLAY 'CANCELAR CAMPANHA ' REG-PM-CAMPANHA
                    ' ATE ' REG-PM-FIM ' ? (S/N)'
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    MOVE 'C' TO REG-PM-STATUS
                    REWRITE REG-PROMOCAO
                    DISPLAY 'PROMOCAO CANCELADA.'
                    STRING 'PROMOCAO CANCELADA ' REG-PM-CAMPANHA
                       ' CATEGORIA=' WRK-CATEGORIA
                       ' INICIO=' WRK-INICIO
                       ' OPERADOR=' WRK-OPERADOR
                       DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                    CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                       WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                 ELSE
                    DISPLAY 'OPERACAO NAO CONFIRMADA.'
                 END-IF
           END-READ.
