       77 WRK-UF           PIC X(02)     VALUE SPACES.
       77 WRK-STATUS       PIC X(01)     VALUE SPACES.
       77 WRK-EXISTE       PIC X(01)     VALUE 'N'.
       77 WRK-SERVICO      PIC X(04)     VALUE SPACES.
       77 WRK-PESSOA       PIC X(01)     VALUE SPACES.
       77 WRK-SIMPLES      PIC X(01)     VALUE SPACES.
       77 WRK-RETISS       PIC X(01)     VALUE SPACES.

       PROCEDURE DIVISION.

              ACCEPT WRK-NOME
              DISPLAY ' UF DO FORNECEDOR?'
              ACCEPT WRK-UF
              DISPLAY ' TIPO DE SERVICO PARA RETENCAO '
                 '(BRANCO=SEM RETENCAO)?'
              ACCEPT WRK-SERVICO
              MOVE 'J' TO WRK-PESSOA
              MOVE 'N' TO WRK-SIMPLES
              MOVE 'N' TO WRK-RETISS
              IF WRK-SERVICO NOT = SPACES
                 MOVE SPACES TO WRK-PESSOA
                 PERFORM UNTIL WRK-PESSOA = 'J' OR WRK-PESSOA = 'F'
                    DISPLAY ' PESSOA (J=JURIDICA F=FISICA)?'
                    ACCEPT WRK-PESSOA
                 END-PERFORM
                 DISPLAY ' OPTANTE DO SIMPLES NACIONAL (S/N)?'
                 ACCEPT WRK-SIMPLES
                 IF WRK-SIMPLES = 's'
                    MOVE 'S' TO WRK-SIMPLES
                 END-IF
                 DISPLAY ' ISS RETIDO PELO TOMADOR (S/N)?'
                 ACCEPT WRK-RETISS
                 IF WRK-RETISS = 's'
                    MOVE 'S' TO WRK-RETISS
                 END-IF
              END-IF
              MOVE WRK-FORNECEDOR TO REG-FO-COD
              MOVE WRK-NOME       TO REG-FO-NOME
              MOVE WRK-UF         TO REG-FO-UF
              MOVE 'A'            TO REG-FO-STATUS
              MOVE WRK-SERVICO    TO REG-FO-SERVICO
              MOVE WRK-PESSOA     TO REG-FO-PESSOA
              MOVE WRK-SIMPLES    TO REG-FO-SIMPLES
              MOVE WRK-RETISS     TO REG-FO-RETISS
              IF WRK-EXISTE = 'S'
                 REWRITE REG-FORNECEDOR
              ELSE
              NOT AT END
                 DISPLAY REG-FO-COD ' ' REG-FO-NOME
                    ' UF=' REG-FO-UF ' STATUS=' REG-FO-STATUS
                    ' SERVICO=' REG-FO-SERVICO
           END-READ.

       0005-MUDARSTATUS.
