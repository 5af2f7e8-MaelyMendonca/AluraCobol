      *----------------------------------------------------------------
      * PVMREG.CPY
      * LAYOUT UNICO DO REGISTRO DE MOVIMENTO DAS PROVISOES DE FERIAS
      * E 13O SALARIO (PROVFMOV.DAT), GRAVADO PELO CALCULO MENSAL DA
      * PROVISAO (PROVFOL) E PELA BAIXA NO PAGAMENTO (PRGCOB07), E LIDO
      * PELA EXTRACAO CONTABIL, QUE LANCA OS VALORES POR CENTRO DE
      * CUSTO NA COMPETENCIA DO MOVIMENTO.
      * TIPO: C=CONSTITUICAO R=REVERSAO B=BAIXA PELO PAGAMENTO.
      * VERBA: D=13O SALARIO F=FERIAS E=ENCARGOS PATRONAIS.
      * VALOR: VALOR CONSTITUIDO, REVERTIDO OU CONSUMIDO DA PROVISAO.
      * EXCEDENTE: PARTE DO PAGAMENTO SEM PROVISAO SUFICIENTE, LANCADA
      * DIRETO NA DESPESA (SO NO TIPO B).
      * EMPRESA: EMPRESA DO GRUPO (CIAMF) EMPREGADORA DO FUNCIONARIO
      * (BRANCO=01); A EXTRACAO CONTABIL LANCA O MOVIMENTO NA EMPRESA.
      *----------------------------------------------------------------
          02 REG-PX-COMPETENCIA PIC 9(06).
          02 REG-PX-DATA        PIC 9(08).
          02 REG-PX-MATRICULA   PIC X(06).
          02 REG-PX-CCUSTO      PIC X(04).
          02 REG-PX-TIPO        PIC X(01).
          02 REG-PX-VERBA       PIC X(01).
          02 REG-PX-VALOR       PIC 9(08)V99.
          02 REG-PX-EXCEDENTE   PIC 9(08)V99.
          02 REG-PX-OPERADOR    PIC X(08).
          02 REG-PX-EMPRESA     PIC X(02).
