      *----------------------------------------------------------------
      * PROMREG.CPY
      * LAYOUT UNICO DO REGISTRO DE PROMOCOES POR CATEGORIA
      * (PROMOMF.DAT), MANTIDO PELA MANUTENCAO DE PROMOCOES E
      * CONSULTADO PELO PROG04 NA VALIDACAO DA CATEGORIA DA VENDA.
      * CHAVE: CATEGORIA + DATA DE INICIO. NAO HA DUAS PROMOCOES DA
      * MESMA CATEGORIA COM PERIODOS SOBREPOSTOS.
      * CAMPANHA: CODIGO DA CAMPANHA, PODE AGRUPAR VARIAS CATEGORIAS.
      * PERCENTUAL: DESCONTO APLICADO AO VALOR DA VENDA NO PERIODO.
      * STATUS: A=ATIVA C=CANCELADA.
      *----------------------------------------------------------------
          02 REG-PM-CHAVE.
             03 REG-PM-CATEGORIA PIC X(10).
             03 REG-PM-INICIO    PIC 9(08).
          02 REG-PM-FIM         PIC 9(08).
          02 REG-PM-PERCENTUAL  PIC 9(02)V99.
          02 REG-PM-CAMPANHA    PIC X(08).
          02 REG-PM-STATUS      PIC X(01).
