       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.
       77 WRK-BOL-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-BOL-FATURA   PIC 9(08)     VALUE ZEROS.
       77 WRK-BOL-PARCELA  PIC 9(02)     VALUE ZEROS.
       77 WRK-BOL-SACADO   PIC X(08)     VALUE SPACES.
       77 WRK-BOL-EMISSAO  PIC 9(08)     VALUE ZEROS.
       77 WRK-BOL-VENCIMENTO PIC 9(08)   VALUE ZEROS.
       77 WRK-BOL-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-BOL-NOSSONUM PIC 9(11)     VALUE ZEROS.
       77 WRK-BOL-RESULTADO PIC X(01)    VALUE SPACES.
       01 WRK-UF-TAB.
          02 WRK-UF-ITEM OCCURS 10 TIMES.
             03 WRK-UF-COD   PIC X(02).
                    MOVE 'E' TO REG-FA-STATUS
                    REWRITE REG-FATURA
                    ADD 1 TO WRK-ESTORNADAS
                    MOVE 'B' TO WRK-BOL-FUNCAO
                    MOVE REG-FA-NUMERO TO WRK-BOL-FATURA
                    MOVE ZEROS TO WRK-BOL-PARCELA
                    MOVE ZEROS TO WRK-BOL-VALOR
                    CALL 'BOLETSRV' USING WRK-BOL-FUNCAO WRK-BOL-FATURA
                       WRK-BOL-PARCELA WRK-BOL-SACADO WRK-BOL-EMISSAO
                       WRK-BOL-VENCIMENTO WRK-BOL-VALOR WRK-BOL-NOSSONUM
                       WRK-BOL-RESULTADO
                 END-IF
           END-READ.

              DISPLAY 'UF SEM TABELA DE FRETE, ALTERACAO '
                 'DESCARTADA.'
           ELSE
              IF WRK-UF NOT = REG-PE-UF OR WRK-CEP NOT = REG-PE-CEP
                 MOVE ZEROS TO REG-PE-SEQENDER
              END-IF
              MOVE WRK-UF TO REG-PE-UF
              MOVE WRK-CEP TO REG-PE-CEP
              MOVE WRK-QTDITENS TO REG-PE-QTDITENS
