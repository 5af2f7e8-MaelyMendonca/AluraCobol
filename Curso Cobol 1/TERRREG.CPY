      *----------------------------------------------------------------
      * TERRREG.CPY
      * LAYOUT UNICO DO REGISTRO DO CADASTRO DE TERRITORIOS DE VENDA
      * (TERRMF.DAT), MANTIDO PELA MANUTENCAO DE TERRITORIOS E LIDO
      * PELO RELATORIO CONSOLIDADO POR TERRITORIO E GERENTE.
      * GERENTE: MATRICULA DO GERENTE RESPONSAVEL (FUNCMF).
      * STATUS: A=ATIVO I=INATIVO.
      *----------------------------------------------------------------
          02 REG-TE-COD         PIC X(04).
          02 REG-TE-NOME        PIC X(30).
          02 REG-TE-GERENTE     PIC X(06).
          02 REG-TE-NOMEGER     PIC X(20).
          02 REG-TE-STATUS      PIC X(01).
