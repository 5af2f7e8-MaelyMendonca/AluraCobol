      * (VALE-TRANSPORTE, PLANO DE SAUDE, AUXILIO REFEICAO ETC),
      * MANTIDO PELA MANUTENCAO DE EVENTOS E APLICADO PELA FOLHA EM
      * LOTE. CHAVE: MATRICULA + CODIGO DO EVENTO.
      * TIPO: P=PROVENTO D=DESCONTO R=DIFERENCA RETROATIVA (GERADA
      * PELO DISSIDIO; SOMADA AO BRUTO E AO LIQUIDO DEPOIS DO CALCULO
      * DO INSS/IRRF, JA APURADOS NAS COMPETENCIAS DE ORIGEM)
      * N=PROVENTO NAO TRIBUTAVEL (REEMBOLSO DE DESPESAS, CODIGO REEM,
      * GERADO PELO REEMBOLSO; SOMADO SO AO LIQUIDO, FORA DO BRUTO).
      * FORMA: V=VALOR FIXO F=PERCENTUAL DO SALARIO BASE.
      * COMPFIM: ZEROS = SEM COMPETENCIA FINAL.
      *----------------------------------------------------------------
