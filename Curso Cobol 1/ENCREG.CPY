      *----------------------------------------------------------------
      * ENCREG.CPY
      * LAYOUT UNICO DO REGISTRO DE ENCARGOS PATRONAIS DA FOLHA
      * (ENCFOLHA.DAT), GRAVADO PELA FOLHA EM LOTE (UM REGISTRO POR
      * FUNCIONARIO E COMPETENCIA, REFEITO NO REPROCESSAMENTO) E LIDO
      * PELA GERACAO DO ARQUIVO SEFIP E DAS GUIAS (MODO 8 DA FOLHA)
      * E PELA EXTRACAO CONTABIL (EVENTOS ENCFGTS E ENCINSS POR
      * CENTRO DE CUSTO).
      * BASE: REMUNERACAO BRUTA DO MES. INSSSEG: INSS DESCONTADO DO
      * EMPREGADO. FGTS, INSSEMP (PATRONAL), RAT E TERCEIROS: ENCARGOS
      * DO EMPREGADOR CALCULADOS SOBRE A BASE.
      * EMPRESA: EMPRESA DO GRUPO (CIAMF) EMPREGADORA, COPIADA DO
      * FUNCIONARIO (BRANCO=01). SEFIP, GUIAS, LIMPEZA DO
      * REPROCESSAMENTO E EXTRACAO CONTABIL SO TRATAM OS ENCARGOS DA
      * EMPRESA DA SESSAO.
      *----------------------------------------------------------------
          02 REG-EN-COMPETENCIA PIC 9(06).
          02 REG-EN-MATRICULA   PIC X(06).
          02 REG-EN-CCUSTO      PIC X(04).
          02 REG-EN-BASE        PIC 9(08)V99.
          02 REG-EN-INSSSEG     PIC 9(07)V99.
          02 REG-EN-FGTS        PIC 9(07)V99.
          02 REG-EN-INSSEMP     PIC 9(07)V99.
          02 REG-EN-RAT         PIC 9(07)V99.
          02 REG-EN-TERCEIROS   PIC 9(07)V99.
          02 REG-EN-EMPRESA     PIC X(02).
