      *----------------------------------------------------------------
      * CBPREG.CPY
      * LAYOUT UNICO DO REGISTRO DE PARAMETROS DA COBRANCA BANCARIA
      * (COBRPARM.DAT, UMA LINHA), LIDO NA EMISSAO DO BOLETO E NA
      * GERACAO DA REMESSA DE COBRANCA. NA AUSENCIA DO ARQUIVO SAO
      * USADOS OS VALORES PADRAO DOS PROGRAMAS (BANCO 237, MULTA DE
      * 2% E MORA DE 0,033% AO DIA, OS MESMOS DA APURACAO DE JUROS).
      * MULTA: PERCENTUAL APOS O VENCIMENTO. JUROSDIA: PERCENTUAL DE
      * MORA POR DIA DE ATRASO.
      *----------------------------------------------------------------
          02 REG-PB-BANCO       PIC 9(03).
          02 REG-PB-AGENCIA     PIC 9(04).
          02 REG-PB-CONTA       PIC 9(07).
          02 REG-PB-CARTEIRA    PIC 9(02).
          02 REG-PB-MULTA       PIC 9(02)V99.
          02 REG-PB-JUROSDIA    PIC 9(01)V9999.
          02 REG-PB-CEDENTE     PIC X(20).
