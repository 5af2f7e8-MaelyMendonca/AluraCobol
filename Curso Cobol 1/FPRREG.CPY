      *----------------------------------------------------------------
      * FPRREG.CPY
      * LAYOUT UNICO DO REGISTRO DE FORNECEDOR PREFERENCIAL POR
      * PRODUTO (FORNPREF.DAT), MANTIDO E LIDO PELAS PROPOSTAS DE
      * REPOSICAO (REPOSICA). CHAVE: PRODUTO.
      * PRECO: PRECO UNITARIO DE REFERENCIA PARA A PROPOSTA (ZERO =
      * USAR O PRECO DO ULTIMO PEDIDO DO PRODUTO).
      *----------------------------------------------------------------
          02 REG-FP-PRODUTO     PIC X(06).
          02 REG-FP-FORNECEDOR  PIC X(05).
          02 REG-FP-PRECO       PIC 9(06)V99.
