       FD ARQ-REJEITOS.
       01 REG-REJEITO.
          02 REG-RJ-MOTIVO      PIC X(02).
          02 REG-RJ-TRANSACAO   PIC X(50).
          02 REG-RJ-DATA        PIC 9(08).
          02 REG-RJ-OPERADOR    PIC X(08).
       FD ARQ-PEDIDMF.
