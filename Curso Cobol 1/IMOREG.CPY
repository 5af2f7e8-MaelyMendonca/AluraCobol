      *----------------------------------------------------------------
      * IMOREG.CPY
      * LAYOUT UNICO DO REGISTRO DO CADASTRO DE BENS DO ATIVO
      * IMOBILIZADO (ATIVOMF.DAT), MANTIDO PELO IMOBMANU.
      * CHAVE: PLAQUETA (NUMERO DE PATRIMONIO DO BEM).
      * CATEGORIA: V=VEICULO E=MAQUINA/EQUIPAMENTO C=COMPUTADOR E
      * PERIFERICO M=MOVEL/UTENSILIO O=OUTROS.
      * VIDAUTIL: VIDA UTIL EM MESES. A DEPRECIACAO COMECA NO MES
      * SEGUINTE AO DA AQUISICAO E PARA QUANDO O VALOR CONTABIL
      * (VALORAQUIS - DEPACUM) CHEGA AO VALOR RESIDUAL.
      * METODO: L=LINEAR D=SALDOS DECRESCENTES (TAXA EM DOBRO SOBRE O
      * VALOR CONTABIL, PASSANDO A LINEAR QUANDO ESTA FOR MAIOR).
      * FORNECEDOR/TITULO: ORIGEM DA COMPRA NO FORNMF E NO APAGMF
      * (ZEROS/BRANCO QUANDO O BEM NAO VEIO DO CONTAS A PAGAR).
      * ULTDEPREC: ULTIMA COMPETENCIA (AAAAMM) DEPRECIADA; MESESDEPREC:
      * QUANTIDADE DE MESES JA DEPRECIADOS.
      * SITUACAO: A=EM USO B=BAIXADO (DATABAIXA E VALORVENDA
      * PREENCHIDOS; VALORVENDA ZERO = BAIXA SEM VENDA).
      * EMPRESA: EMPRESA DO GRUPO (CIAMF) DONA DO BEM (BRANCO=01); O
      * BEM SO E ALTERADO, DEPRECIADO E BAIXADO NA SESSAO DA EMPRESA.
      *----------------------------------------------------------------
          02 REG-IM-PLAQUETA    PIC X(08).
          02 REG-IM-DESCRICAO   PIC X(30).
          02 REG-IM-CATEGORIA   PIC X(01).
          02 REG-IM-CCUSTO      PIC X(04).
          02 REG-IM-DATAAQUIS   PIC 9(08).
          02 REG-IM-VALORAQUIS  PIC 9(09)V99.
          02 REG-IM-VALORRESID  PIC 9(09)V99.
          02 REG-IM-VIDAUTIL    PIC 9(03).
          02 REG-IM-METODO      PIC X(01).
          02 REG-IM-FORNECEDOR  PIC X(05).
          02 REG-IM-TITULO      PIC 9(08).
          02 REG-IM-DEPACUM     PIC 9(09)V99.
          02 REG-IM-ULTDEPREC   PIC 9(06).
          02 REG-IM-MESESDEPREC PIC 9(03).
          02 REG-IM-SITUACAO    PIC X(01).
          02 REG-IM-DATABAIXA   PIC 9(08).
          02 REG-IM-VALORVENDA  PIC 9(09)V99.
          02 REG-IM-EMPRESA     PIC X(02).
