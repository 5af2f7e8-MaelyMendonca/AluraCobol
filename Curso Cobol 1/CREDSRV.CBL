       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDSRV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CREDITOS ASSIGN TO "CREDCLI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CR-CLIENTE
               FILE STATUS IS WRK-FS-CREDITOS.
           SELECT ARQ-MOVCREDITO ASSIGN TO "CREDMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVCREDITO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CREDITOS.
       01 REG-CREDITO.
       COPY CRDREG.
       FD ARQ-MOVCREDITO.
       01 REG-MOVCREDITO.
       COPY MCRREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CREDITOS    PIC X(02)   VALUE ZEROS.
       77 WRK-FS-MOVCREDITO  PIC X(02)   VALUE ZEROS.
       77 WRK-EXISTE         PIC X(01)   VALUE 'N'.
       77 WRK-HORA           PIC 9(08)   VALUE ZEROS.
       LINKAGE SECTION.
       01 LNK-TIPO                PIC X(01).
       01 LNK-CLIENTE             PIC X(05).
       01 LNK-VALOR               PIC 9(09)V99.
       01 LNK-FATURA              PIC 9(08).
       01 LNK-PARCELA             PIC 9(02).
       01 LNK-DATA                PIC 9(08).
       01 LNK-OPERADOR            PIC X(08).
       01 LNK-PROGRAMA            PIC X(08).
       01 LNK-SALDO               PIC 9(09)V99.
       01 LNK-RESULTADO           PIC X(01).

       PROCEDURE DIVISION USING LNK-TIPO LNK-CLIENTE LNK-VALOR
             LNK-FATURA LNK-PARCELA LNK-DATA LNK-OPERADOR
             LNK-PROGRAMA LNK-SALDO LNK-RESULTADO.
       0001-PRINCIPAL.
           MOVE 'N' TO LNK-RESULTADO.
           MOVE ZEROS TO LNK-SALDO.
           OPEN I-O ARQ-CREDITOS.
           IF WRK-FS-CREDITOS = '35'
              OPEN OUTPUT ARQ-CREDITOS
              CLOSE ARQ-CREDITOS
              OPEN I-O ARQ-CREDITOS
           END-IF.
           MOVE 'N' TO WRK-EXISTE.
           MOVE LNK-CLIENTE TO REG-CR-CLIENTE.
           READ ARQ-CREDITOS
              INVALID KEY
                 MOVE ZEROS TO REG-CR-SALDO REG-CR-DATAULT
              NOT INVALID KEY
                 MOVE 'S' TO WRK-EXISTE
           END-READ.
           MOVE REG-CR-SALDO TO LNK-SALDO.
           EVALUATE TRUE
           WHEN LNK-TIPO = 'C'
              MOVE 'S' TO LNK-RESULTADO
           WHEN LNK-VALOR = 0
              CONTINUE
           WHEN LNK-TIPO = 'E' OR LNK-TIPO = 'N' OR LNK-TIPO = 'I'
              ADD LNK-VALOR TO REG-CR-SALDO
              PERFORM 0002-GRAVARSALDO
           WHEN LNK-TIPO = 'A' OR LNK-TIPO = 'D' OR LNK-TIPO = 'T'
              IF LNK-VALOR <= REG-CR-SALDO
                 SUBTRACT LNK-VALOR FROM REG-CR-SALDO
                 PERFORM 0002-GRAVARSALDO
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE.
           CLOSE ARQ-CREDITOS.
           GOBACK.

       0002-GRAVARSALDO.
           MOVE LNK-DATA TO REG-CR-DATAULT.
           IF WRK-EXISTE = 'S'
              REWRITE REG-CREDITO
           ELSE
              WRITE REG-CREDITO
           END-IF.
           MOVE REG-CR-SALDO TO LNK-SALDO.
           MOVE 'S' TO LNK-RESULTADO.
           OPEN EXTEND ARQ-MOVCREDITO.
           IF WRK-FS-MOVCREDITO = '35'
              OPEN OUTPUT ARQ-MOVCREDITO
           END-IF.
           ACCEPT WRK-HORA FROM TIME.
           MOVE LNK-DATA     TO REG-MC-DATA.
           MOVE WRK-HORA     TO REG-MC-HORA.
           MOVE LNK-CLIENTE  TO REG-MC-CLIENTE.
           MOVE LNK-TIPO     TO REG-MC-TIPO.
           MOVE LNK-VALOR    TO REG-MC-VALOR.
           MOVE LNK-FATURA   TO REG-MC-FATURA.
           MOVE LNK-PARCELA  TO REG-MC-PARCELA.
           MOVE LNK-OPERADOR TO REG-MC-OPERADOR.
           MOVE LNK-PROGRAMA TO REG-MC-PROGRAMA.
           WRITE REG-MOVCREDITO.
           CLOSE ARQ-MOVCREDITO.
