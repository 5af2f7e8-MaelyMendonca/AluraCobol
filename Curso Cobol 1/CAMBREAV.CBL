          02 REG-CM-CREDITO    PIC 9(06).
       FD ARQ-LANCTOS.
       01 REG-LANCTO.
       COPY LCTREG.
       FD ARQ-RELCAMBIO.
       01 REG-RELCAMBIO        PIC X(100).
       WORKING-STORAGE SECTION.
       77 WRK-MAP-ACHADO   PIC X(01)     VALUE 'N'.
       77 WRK-VALOR-LC     PIC 9(11)V99  VALUE ZEROS.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-CIA-NOMEARQ  PIC X(12)     VALUE SPACES.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       01 WRK-MOE-TAB.
          02 WRK-MOE-ITEM OCCURS 10 TIMES.
             03 WRK-MOE-COD      PIC X(03).

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE WRK-DATASISTEMA TO WRK-LOTE.
                 MOVE 'D' TO REG-LC-DC
                 MOVE WRK-VALOR-LC TO REG-LC-VALOR
                 MOVE SPACES TO REG-LC-FILIAL
                 MOVE 'C' TO REG-LC-TIPOLOTE
                 MOVE SPACES TO REG-LC-CCUSTO
                 MOVE WRK-CIA-EMPRESA TO REG-LC-EMPRESA
                 WRITE REG-LANCTO
                 IF WRK-GL-TOTAL > 0
                    MOVE WRK-CREDITO TO REG-LC-CONTA
                    MOVE REG-CM-CREDITO TO WRK-CREDITO
                 END-IF
           END-READ.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE SPACES TO WRK-CIA-NOMEARQ.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-CIA-NOMEARQ WRK-CIA-VALIDO.
