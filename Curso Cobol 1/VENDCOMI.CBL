          02 REG-CL-ANO        PIC 9(04).
          02 REG-CL-MES        PIC 9(02).
          02 REG-CL-REP        PIC X(05).
          02 REG-CL-VALOR      PIC 9(08)V99.
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOATUAL      PIC 9(04).
           MOVE WRK-ANOATUAL TO REG-CL-ANO.
           MOVE WRK-MES TO REG-CL-MES.
           MOVE REG-VR-COD TO REG-CL-REP.
           MOVE WRK-COMISSAO TO REG-CL-VALOR.
           WRITE REG-COMISCTL.
           CLOSE ARQ-COMISCTL.
           IF WRK-QTD-PAGOSMES < 200
