       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENHASRV.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WRK-ALFABETO.
          02 FILLER PIC X(36)
             VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
          02 FILLER PIC X(26)
             VALUE 'abcdefghijklmnopqrstuvwxyz'.
          02 FILLER PIC X(32)
             VALUE ' !"#$%&()*+,-./:;<=>?@[\]^_`{|}~'.
       01 WRK-ALFABETO-R REDEFINES WRK-ALFABETO.
          02 WRK-ALF-CAR     PIC X(01) OCCURS 94 TIMES.
       01 WRK-ENTRADA.
          02 WRK-ENT-ID      PIC X(08).
          02 WRK-ENT-SENHA   PIC X(08).
       01 WRK-ENTRADA-R REDEFINES WRK-ENTRADA.
          02 WRK-ENT-CAR     PIC X(01) OCCURS 16 TIMES.
       01 WRK-RESUMO.
          02 WRK-ACUM1       PIC 9(08).
          02 WRK-ACUM2       PIC 9(08).
       77 WRK-TRAB           PIC 9(18)   VALUE ZEROS.
       77 WRK-QUOC           PIC 9(18)   VALUE ZEROS.
       77 WRK-RODADA         PIC 9(02)   VALUE ZEROS.
       77 WRK-POS            PIC 9(02)   VALUE ZEROS.
       77 WRK-COD            PIC 9(02)   VALUE ZEROS.
       77 WRK-ACHOU          PIC X(01)   VALUE 'N'.
       LINKAGE SECTION.
       01 LNK-ID                  PIC X(08).
       01 LNK-SENHA               PIC X(08).
       01 LNK-CRIPTO              PIC X(16).

       PROCEDURE DIVISION USING LNK-ID LNK-SENHA LNK-CRIPTO.
       0001-PRINCIPAL.
           MOVE LNK-ID TO WRK-ENT-ID.
           MOVE LNK-SENHA TO WRK-ENT-SENHA.
           MOVE 7 TO WRK-ACUM1.
           MOVE 11 TO WRK-ACUM2.
           PERFORM VARYING WRK-RODADA FROM 1 BY 1
                 UNTIL WRK-RODADA > 4
              PERFORM VARYING WRK-POS FROM 1 BY 1
                    UNTIL WRK-POS > 16
                 PERFORM 0000-CODIFICARCARACTER
                 COMPUTE WRK-TRAB = WRK-ACUM1 * 131
                    + WRK-COD * WRK-POS + WRK-RODADA + WRK-ACUM2
                 DIVIDE WRK-TRAB BY 99999989 GIVING WRK-QUOC
                    REMAINDER WRK-ACUM1
                 COMPUTE WRK-TRAB = WRK-ACUM2 * 137
                    + WRK-COD * (WRK-POS + 17) + WRK-ACUM1
                 DIVIDE WRK-TRAB BY 99999971 GIVING WRK-QUOC
                    REMAINDER WRK-ACUM2
              END-PERFORM
           END-PERFORM.
           MOVE WRK-RESUMO TO LNK-CRIPTO.
           GOBACK.

       0000-CODIFICARCARACTER.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-COD FROM 1 BY 1
                 UNTIL WRK-COD > 94 OR WRK-ACHOU = 'S'
              IF WRK-ALF-CAR(WRK-COD) = WRK-ENT-CAR(WRK-POS)
                 MOVE 'S' TO WRK-ACHOU
              END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'S'
              SUBTRACT 1 FROM WRK-COD
           ELSE
              MOVE 95 TO WRK-COD
           END-IF.
