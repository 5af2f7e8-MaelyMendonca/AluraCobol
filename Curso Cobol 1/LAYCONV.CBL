           SELECT ARQ-TRNNOVO ASSIGN TO "VENDTRNV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOVO.
           SELECT ARQ-JRNBASE ASSIGN TO "SALESJRN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-BJ-SEQ
               FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-REJBASE ASSIGN TO "SALESREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ANTIGO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIANTIGO.
       FD ARQ-REJNOVO.
       01 REG-REJNOVO.
          02 REG-RJ-MOTIVO      PIC X(02).
          02 REG-RJ-TRANSACAO   PIC X(50).
          02 REG-RJ-DATA        PIC 9(08).
          02 REG-RJ-OPERADOR    PIC X(08).
       FD ARQ-FERANTIGO.
       FD ARQ-TRNNOVO.
       01 REG-TRANSACAO.
       COPY TRANREG.
       FD ARQ-JRNBASE.
       01 REG-JRNBASE.
          02 REG-BJ-SEQ         PIC 9(08).
          02 REG-BJ-DATA        PIC 9(08).
          02 REG-BJ-HORA        PIC 9(08).
          02 REG-BJ-OPERADOR    PIC X(08).
          02 REG-BJ-TIPO        PIC X(01).
          02 REG-BJ-VALOR       PIC 9(06).
          02 REG-BJ-ANO         PIC 9(04).
          02 REG-BJ-MES         PIC 9(02).
          02 REG-BJ-DIA         PIC 9(02).
          02 REG-BJ-VENDEDOR    PIC X(05).
          02 REG-BJ-CATEGORIA   PIC X(10).
          02 REG-BJ-CLIENTE     PIC X(05).
          02 REG-BJ-LOJA        PIC X(02).
       FD ARQ-REJBASE.
       01 REG-REJBASE.
          02 REG-BR-MOTIVO      PIC X(02).
          02 REG-BR-TRANSACAO   PIC X(37).
          02 REG-BR-DATA        PIC 9(08).
          02 REG-BR-OPERADOR    PIC X(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ANTIGO    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-NOVO      PIC X(02)     VALUE ZEROS.
           DISPLAY ' 5 - REJEITOS DE VENDAS (SALESREJ -> SALESRNV)'.
           DISPLAY ' 6 - LOTE DE TRANSACOES (VENDTRAN -> VENDTRNV)'.
           DISPLAY ' 7 - CONTROLE DE FERIAS (FERIASMF -> FERIASNV)'.
           DISPLAY ' 8 - JORNAL C/ PRODUTO (SALESJRN -> SALESJNV)'.
           DISPLAY ' 9 - REJEITOS C/ PRODUTO (SALESREJ -> SALESRNV)'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
              WHEN '7'
                 MOVE 'FERIASMF' TO WRK-NOME-ARQ
                 PERFORM 0009-CONVERTERFERIAS
              WHEN '8'
                 MOVE 'SALESJRN' TO WRK-NOME-ARQ
                 PERFORM 0010-CONVERTERJORNALBASE
              WHEN '9'
                 MOVE 'SALESREJ' TO WRK-NOME-ARQ
                 PERFORM 0011-CONVERTERREJBASE
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
           IF WRK-OPCAO >= '1' AND WRK-OPCAO <= '9'
              PERFORM 0000-RESUMO
           END-IF.

                 MOVE REG-AC-STATUS     TO REG-CL-STATUS
                 MOVE ZEROS             TO REG-CL-LIMITE
                 MOVE SPACES            TO REG-CL-REDIRECIONA
                 MOVE ZEROS             TO REG-CL-DATAINATIVO
                 WRITE REG-CLIENTE
                    INVALID KEY
                       DISPLAY 'CLIENTE DUPLICADO NA CONVERSAO: '
                 MOVE 'U'                TO REG-PE-ORIGTAXA
                 MOVE ZEROS              TO REG-PE-SEGURO
                 MOVE SPACES             TO REG-PE-FILIAL
                 MOVE ZEROS              TO REG-PE-PESO
                 MOVE ZEROS              TO REG-PE-VIAGEM
                 MOVE ZEROS              TO REG-PE-SEQENDER
                 MOVE SPACES             TO REG-PE-EMPRESA
                 WRITE REG-PEDIDO
                    INVALID KEY
                       DISPLAY 'PEDIDO DUPLICADO NA CONVERSAO: '
                 MOVE SPACES             TO REG-FA-ALUNO
                 MOVE SPACES             TO REG-FA-FILIAL
                 MOVE SPACES             TO REG-FA-ISENJUROS
                 MOVE SPACES             TO REG-FA-SITFISCAL
                 MOVE ZEROS              TO REG-FA-LOTEFISCAL
                 MOVE SPACES             TO REG-FA-CODREJ
                 MOVE SPACES             TO REG-FA-MOTPERDA
                 MOVE ZEROS              TO REG-FA-DATAPERDA
                 MOVE ZEROS              TO REG-FA-VALORPERDA
                 MOVE ZEROS              TO REG-FA-VALORRECUP
                 MOVE ZEROS              TO REG-FA-ISS
                 MOVE SPACES             TO REG-FA-EMPRESA
                 WRITE REG-FATURA
                    INVALID KEY
                       DISPLAY 'FATURA DUPLICADA NA CONVERSAO: '
                 MOVE REG-AJ-CATEGORIA   TO REG-JR-CATEGORIA
                 MOVE SPACES             TO REG-JR-CLIENTE
                 MOVE SPACES             TO REG-JR-LOJA
                 MOVE SPACES             TO REG-JR-PRODUTO
                 MOVE ZEROS              TO REG-JR-QTD
                 MOVE SPACES             TO REG-JR-CAMPANHA
                 MOVE ZEROS              TO REG-JR-DESCONTO
                 WRITE REG-JORNAL
                    INVALID KEY
                       DISPLAY 'SEQUENCIA DUPLICADA NA CONVERSAO: '
                 MOVE REG-AT-CATEGORIA  TO REG-TR-CATEGORIA
                 MOVE REG-AT-CLIENTE    TO REG-TR-CLIENTE
                 MOVE SPACES            TO REG-TR-LOJA
                 MOVE SPACES            TO REG-TR-PRODUTO
                 MOVE ZEROS             TO REG-TR-QTD
                 WRITE REG-TRANSACAO
                 ADD 1 TO WRK-QTD-GRAVADOS
           END-READ.
                       ADD 1 TO WRK-QTD-GRAVADOS
                 END-WRITE
           END-READ.

       0010-CONVERTERJORNALBASE.
           OPEN INPUT ARQ-JRNBASE.
           IF WRK-FS-ANTIGO NOT = '00'
              DISPLAY 'SALESJRN.DAT NAO ENCONTRADO OU JA NO '
                 'LAYOUT NOVO (STATUS ' WRK-FS-ANTIGO ').'
           ELSE
              OPEN OUTPUT ARQ-JRNNOVO
              MOVE ZEROS TO REG-BJ-SEQ
              START ARQ-JRNBASE KEY IS NOT LESS THAN REG-BJ-SEQ
                 INVALID KEY
                    MOVE '10' TO WRK-FS-ANTIGO
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-ANTIGO
              END-START
              PERFORM 0000-PASSARJORNALBASE
                 UNTIL WRK-FS-ANTIGO = '10'
              CLOSE ARQ-JRNNOVO
              CLOSE ARQ-JRNBASE
           END-IF.

       0000-PASSARJORNALBASE.
           READ ARQ-JRNBASE NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ANTIGO
              NOT AT END
                 ADD 1 TO WRK-QTD-LIDOS
                 MOVE REG-BJ-SEQ         TO REG-JR-SEQ
                 MOVE REG-BJ-DATA        TO REG-JR-DATA
                 MOVE REG-BJ-HORA        TO REG-JR-HORA
                 MOVE REG-BJ-OPERADOR    TO REG-JR-OPERADOR
                 MOVE REG-BJ-TIPO        TO REG-JR-TIPO
                 MOVE REG-BJ-VALOR       TO REG-JR-VALOR
                 MOVE REG-BJ-ANO         TO REG-JR-ANO
                 MOVE REG-BJ-MES         TO REG-JR-MES
                 MOVE REG-BJ-DIA         TO REG-JR-DIA
                 MOVE REG-BJ-VENDEDOR    TO REG-JR-VENDEDOR
                 MOVE REG-BJ-CATEGORIA   TO REG-JR-CATEGORIA
                 MOVE REG-BJ-CLIENTE     TO REG-JR-CLIENTE
                 MOVE REG-BJ-LOJA        TO REG-JR-LOJA
                 MOVE SPACES             TO REG-JR-PRODUTO
                 MOVE ZEROS              TO REG-JR-QTD
                 MOVE SPACES             TO REG-JR-CAMPANHA
                 MOVE ZEROS              TO REG-JR-DESCONTO
                 WRITE REG-JORNAL
                    INVALID KEY
                       DISPLAY 'SEQUENCIA DUPLICADA NA CONVERSAO: '
                          REG-JR-SEQ
                    NOT INVALID KEY
                       ADD 1 TO WRK-QTD-GRAVADOS
                 END-WRITE
           END-READ.

       0011-CONVERTERREJBASE.
           OPEN INPUT ARQ-REJBASE.
           IF WRK-FS-ANTIGO NOT = '00'
              DISPLAY 'SALESREJ.DAT NAO ENCONTRADO (STATUS '
                 WRK-FS-ANTIGO ').'
           ELSE
              OPEN OUTPUT ARQ-REJNOVO
              PERFORM 0000-PASSARREJBASE
                 UNTIL WRK-FS-ANTIGO = '10'
              CLOSE ARQ-REJNOVO
              CLOSE ARQ-REJBASE
           END-IF.

       0000-PASSARREJBASE.
           READ ARQ-REJBASE
              AT END
                 MOVE '10' TO WRK-FS-ANTIGO
              NOT AT END
                 ADD 1 TO WRK-QTD-LIDOS
                 MOVE REG-BR-MOTIVO     TO REG-RJ-MOTIVO
                 MOVE SPACES            TO REG-RJ-TRANSACAO
                 MOVE REG-BR-TRANSACAO  TO REG-RJ-TRANSACAO
                 MOVE REG-BR-DATA       TO REG-RJ-DATA
                 MOVE REG-BR-OPERADOR   TO REG-RJ-OPERADOR
                 WRITE REG-REJNOVO
                 ADD 1 TO WRK-QTD-GRAVADOS
           END-READ.
