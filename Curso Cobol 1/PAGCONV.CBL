       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGCONV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FORANTIGO ASSIGN TO "FORNMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OF-COD
               FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-FORNOVO ASSIGN TO "FORNMFNV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FO-COD
               FILE STATUS IS WRK-FS-NOVO.
           SELECT ARQ-PAGANTIGO ASSIGN TO "APAGMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OT-NUMERO
               FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-PAGNOVO ASSIGN TO "APAGMFNV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AP-NUMERO
               FILE STATUS IS WRK-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FORANTIGO.
       01 REG-FORANTIGO.
          02 REG-OF-COD         PIC X(05).
          02 REG-OF-NOME        PIC X(30).
          02 REG-OF-UF          PIC X(02).
          02 REG-OF-STATUS      PIC X(01).
       FD ARQ-FORNOVO.
       01 REG-FORNECEDOR.
       COPY FORREG.
       FD ARQ-PAGANTIGO.
       01 REG-PAGANTIGO.
          02 REG-OT-NUMERO      PIC 9(08).
          02 REG-OT-FORNECEDOR  PIC X(05).
          02 REG-OT-EMISSAO     PIC 9(08).
          02 REG-OT-VENCIMENTO  PIC 9(08).
          02 REG-OT-VALOR       PIC 9(09)V99.
          02 REG-OT-ORIGEM      PIC X(01).
          02 REG-OT-REFERENCIA  PIC 9(08).
          02 REG-OT-STATUS      PIC X(01).
          02 REG-OT-DATAPAGTO   PIC 9(08).
          02 REG-OT-VALORPAGO   PIC 9(09)V99.
       FD ARQ-PAGNOVO.
       01 REG-PAGAR.
       COPY APAREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ANTIGO    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-NOVO      PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-QTD-LIDOS    PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-GRAVADOS PIC 9(06)     VALUE ZEROS.
       77 WRK-NOME-ARQ     PIC X(12)     VALUE SPACES.
       77 WRK-IDX          PIC 9(02)     VALUE ZEROS.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'CONVERSAO DO CADASTRO DE FORNECEDORES (PERFIL'.
           DISPLAY 'TRIBUTARIO) E DOS TITULOS A PAGAR (RETENCOES'.
           DISPLAY 'NA FONTE). CADA OPCAO LE O ARQUIVO NO LAYOUT'.
           DISPLAY 'ANTIGO E GRAVA UMA COPIA *NV NO LAYOUT NOVO;'.
           DISPLAY 'APOS CONFERIR OS TOTAIS, SUBSTITUA O ARQUIVO'.
           DISPLAY 'ORIGINAL PELA COPIA GERADA.'.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'CONVERSAO DE LAYOUTS DO CONTAS A PAGAR'.
           DISPLAY ' 1 - FORNECEDORES (FORNMF -> FORNMFNV)'.
           DISPLAY ' 2 - TITULOS A PAGAR (APAGMF -> APAGMFNV)'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-GRAVADOS.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 MOVE 'FORNMF' TO WRK-NOME-ARQ
                 PERFORM 0003-CONVERTERFORNECEDORES
              WHEN '2'
                 MOVE 'APAGMF' TO WRK-NOME-ARQ
                 PERFORM 0004-CONVERTERTITULOS
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
           IF WRK-OPCAO = '1' OR WRK-OPCAO = '2'
              PERFORM 0000-RESUMO
           END-IF.

       0000-RESUMO.
           DISPLAY 'REGISTROS LIDOS ....... ' WRK-QTD-LIDOS.
           DISPLAY 'REGISTROS CONVERTIDOS . ' WRK-QTD-GRAVADOS.
           MOVE 'PAGCONV' TO WRK-LOG-PROGRAMA.
           STRING 'CONVERSAO DE ' WRK-NOME-ARQ ' GRAVOU '
              WRK-QTD-GRAVADOS ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.

       0003-CONVERTERFORNECEDORES.
           OPEN INPUT ARQ-FORANTIGO.
           IF WRK-FS-ANTIGO NOT = '00'
              DISPLAY 'FORNMF.DAT NAO ENCONTRADO OU JA NO LAYOUT '
                 'NOVO (STATUS ' WRK-FS-ANTIGO ').'
           ELSE
              OPEN OUTPUT ARQ-FORNOVO
              MOVE LOW-VALUES TO REG-OF-COD
              START ARQ-FORANTIGO KEY IS NOT LESS THAN REG-OF-COD
                 INVALID KEY
                    MOVE '10' TO WRK-FS-ANTIGO
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-ANTIGO
              END-START
              PERFORM 0000-PASSARFORNECEDOR
                 UNTIL WRK-FS-ANTIGO = '10'
              CLOSE ARQ-FORNOVO
              CLOSE ARQ-FORANTIGO
           END-IF.

       0000-PASSARFORNECEDOR.
           READ ARQ-FORANTIGO NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ANTIGO
              NOT AT END
                 ADD 1 TO WRK-QTD-LIDOS
                 MOVE REG-OF-COD        TO REG-FO-COD
                 MOVE REG-OF-NOME       TO REG-FO-NOME
                 MOVE REG-OF-UF         TO REG-FO-UF
                 MOVE REG-OF-STATUS     TO REG-FO-STATUS
                 MOVE SPACES            TO REG-FO-SERVICO
                 MOVE 'J'               TO REG-FO-PESSOA
                 MOVE 'N'               TO REG-FO-SIMPLES
                 MOVE 'N'               TO REG-FO-RETISS
                 WRITE REG-FORNECEDOR
                    INVALID KEY
                       DISPLAY 'FORNECEDOR DUPLICADO NA CONVERSAO: '
                          REG-FO-COD
                    NOT INVALID KEY
                       ADD 1 TO WRK-QTD-GRAVADOS
                 END-WRITE
           END-READ.

       0004-CONVERTERTITULOS.
           OPEN INPUT ARQ-PAGANTIGO.
           IF WRK-FS-ANTIGO NOT = '00'
              DISPLAY 'APAGMF.DAT NAO ENCONTRADO OU JA NO LAYOUT '
                 'NOVO (STATUS ' WRK-FS-ANTIGO ').'
           ELSE
              OPEN OUTPUT ARQ-PAGNOVO
              MOVE ZEROS TO REG-OT-NUMERO
              START ARQ-PAGANTIGO KEY IS NOT LESS THAN
                    REG-OT-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-ANTIGO
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-ANTIGO
              END-START
              PERFORM 0000-PASSARTITULO
                 UNTIL WRK-FS-ANTIGO = '10'
              CLOSE ARQ-PAGNOVO
              CLOSE ARQ-PAGANTIGO
           END-IF.

       0000-PASSARTITULO.
           READ ARQ-PAGANTIGO NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ANTIGO
              NOT AT END
                 ADD 1 TO WRK-QTD-LIDOS
                 MOVE REG-OT-NUMERO      TO REG-AP-NUMERO
                 MOVE REG-OT-FORNECEDOR  TO REG-AP-FORNECEDOR
                 MOVE REG-OT-EMISSAO     TO REG-AP-EMISSAO
                 MOVE REG-OT-VENCIMENTO  TO REG-AP-VENCIMENTO
                 MOVE REG-OT-VALOR       TO REG-AP-VALOR
                 MOVE REG-OT-ORIGEM      TO REG-AP-ORIGEM
                 MOVE REG-OT-REFERENCIA  TO REG-AP-REFERENCIA
                 MOVE REG-OT-STATUS      TO REG-AP-STATUS
                 MOVE REG-OT-DATAPAGTO   TO REG-AP-DATAPAGTO
                 MOVE REG-OT-VALORPAGO   TO REG-AP-VALORPAGO
                 MOVE SPACES             TO REG-AP-SERVICO
                 MOVE ZEROS              TO REG-AP-RETIDO
                 PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > 6
                    MOVE ZEROS TO REG-AP-RETENCAO(WRK-IDX)
                 END-PERFORM
                 MOVE ZEROS              TO REG-AP-TRIBUTO
                 MOVE SPACES             TO REG-AP-EMPRESA
                 MOVE ZEROS              TO REG-AP-DATAREM
                 MOVE SPACES             TO REG-AP-MOTIVO
                 IF REG-AP-STATUS = 'P'
                    MOVE 'G'             TO REG-AP-RETSIT
                 ELSE
                    MOVE SPACE           TO REG-AP-RETSIT
                 END-IF
                 WRITE REG-PAGAR
                    INVALID KEY
                       DISPLAY 'TITULO DUPLICADO NA CONVERSAO: '
                          REG-AP-NUMERO
                    NOT INVALID KEY
                       ADD 1 TO WRK-QTD-GRAVADOS
                 END-WRITE
           END-READ.
