      *----------------------------------------------------------------
      * DEMREG.CPY
      * LAYOUT UNICO DO REGISTRO DE LINHAS DAS DEMONSTRACOES
      * FINANCEIRAS (DEMOPARM.DAT, ATE 30 LINHAS NA ORDEM DE
      * IMPRESSAO), MANTIDO PELO PLANMANU E LIDO PELO DEMONFIN. NA
      * AUSENCIA DO ARQUIVO E USADA A TABELA PADRAO DO DEMONFIN.
      * DEMONST: R=LINHA DA DRE S=SUBTOTAL DA DRE (SOMA DAS LINHAS R
      * ANTERIORES) A=ATIVO P=PASSIVO E PATRIMONIO LIQUIDO.
      * CONTAINI/CONTAFIM: FAIXA DE CONTAS DO PLANOMF AGRUPADAS NA
      * LINHA (ZEROS NAS LINHAS S).
      * NATUREZA: D=SALDO NORMAL DEVEDOR C=SALDO NORMAL CREDOR; NA DRE
      * AS LINHAS D SAO SUBTRAIDAS DO RESULTADO.
      *----------------------------------------------------------------
          02 REG-DM-DEMONST     PIC X(01).
          02 REG-DM-DESCRICAO   PIC X(30).
          02 REG-DM-CONTAINI    PIC 9(06).
          02 REG-DM-CONTAFIM    PIC 9(06).
          02 REG-DM-NATUREZA    PIC X(01).
