      *----------------------------------------------------------------
      * OSXREG.CPY
      * LAYOUT UNICO DO REGISTRO DE APONTAMENTOS DE EXECUCAO DAS
      * ORDENS DE SERVICO (OSEXEC.DAT), GRAVADO PELA MANUTENCAO DE
      * ORDENS DE SERVICO A CADA HORA TRABALHADA OU MATERIAL
      * REQUISITADO. TIPO: H=MAO DE OBRA (CODIGO=MATRICULA DO
      * FUNCIONARIO, QTD=HORAS) M=MATERIAL (CODIGO=PRODUTO DO
      * ESTOQUE, QTD=QUANTIDADE BAIXADA).
      * CUSTOUNIT: CUSTO DA HORA OU CUSTO MEDIO DO PRODUTO NO MOMENTO.
      *----------------------------------------------------------------
          02 REG-OX-OS          PIC 9(08).
          02 REG-OX-DATA        PIC 9(08).
          02 REG-OX-TIPO        PIC X(01).
          02 REG-OX-CODIGO      PIC X(06).
          02 REG-OX-QTD         PIC 9(05)V99.
          02 REG-OX-CUSTOUNIT   PIC 9(07)V9999.
          02 REG-OX-VALOR       PIC 9(09)V99.
          02 REG-OX-OPERADOR    PIC X(08).
