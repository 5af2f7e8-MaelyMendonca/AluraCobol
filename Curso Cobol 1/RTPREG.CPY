      *----------------------------------------------------------------
      * RTPREG.CPY
      * LAYOUT UNICO DO REGISTRO DE REGRAS DE RETENCAO NA FONTE POR
      * TIPO DE SERVICO (RETPARM.DAT, ATE 20 LINHAS), MANTIDO E LIDO
      * PELO CONTAS A PAGAR NA INCLUSAO E NO PAGAMENTO DOS TITULOS DE
      * FORNECEDORES DE SERVICO. NA AUSENCIA DO ARQUIVO SAO USADAS AS
      * REGRAS PADRAO DO PROGRAMA.
      * ALIQUOTA(1 A 6): PERCENTUAIS DE IRRF, ISS, PIS, COFINS, CSLL
      * E INSS SOBRE O VALOR BRUTO DO TITULO.
      * MINIMO: TRIBUTO APURADO ABAIXO DESTE VALOR NAO E RETIDO.
      *----------------------------------------------------------------
          02 REG-RP-SERVICO     PIC X(04).
          02 REG-RP-DESCRICAO   PIC X(30).
          02 REG-RP-ALIQUOTA    PIC 9(02)V99 OCCURS 6 TIMES.
          02 REG-RP-MINIMO      PIC 9(05)V99.
