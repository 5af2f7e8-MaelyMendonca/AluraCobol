       01 REG-LOJA1.
       COPY TRANREG.
       FD ARQ-LOJA2.
       01 REG-LOJA2            PIC X(50).
       FD ARQ-LOJA3.
       01 REG-LOJA3            PIC X(50).
       FD ARQ-CTLLOJA1.
       01 REG-CTLLOJA1.
          02 REG-C1-QTD        PIC 9(08).
