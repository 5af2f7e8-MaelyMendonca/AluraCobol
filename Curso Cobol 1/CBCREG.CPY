      *----------------------------------------------------------------
      * CBCREG.CPY
      * LAYOUT UNICO DO REGISTRO DE LANCAMENTOS DO EXTRATO BANCARIO EM
      * CONCILIACAO (CONCBCO.DAT), IMPORTADOS DO EXTRATO.DAT E
      * CONCILIADOS PELO CONCBANC CONTRA OS RECEBIMENTOS (FATURMF E
      * FATPARC), PAGAMENTOS (APAGMF) E CREDITOS DA FOLHA (REMESSMF).
      * LIDO PELA EXTRACAO CONTABIL (TARIFAS E JUROS BANCARIOS).
      * CHAVE: BANCO + AGENCIA + CONTA + DATA + SEQUENCIA DA LINHA NO
      * DIA (A REIMPORTACAO DO MESMO EXTRATO NAO DUPLICA LINHAS).
      * NATUREZA: C=CREDITO NA CONTA D=DEBITO NA CONTA.
      * CATEGORIA: CODIGO DO BANCO PARA O LANCAMENTO (TAR=TARIFA
      * JUR=JUROS; DEMAIS = MOVIMENTO COMUM).
      * SITUACAO: P=PENDENTE (SO NO BANCO) C=CONCILIADO PELO SISTEMA
      * M=CONCILIADO MANUALMENTE L=TARIFA/JUROS LANCADO NA
      * CONTABILIDADE X=ACEITO SEM DOCUMENTO (TRANSFERENCIA ETC.).
      * TIPOITEM/CHAVEITEM: DOCUMENTO DO SISTEMA CONCILIADO.
      * R=FATURA (NUMERO) M=MENSALIDADE (FATURA) P=PARCELA (FATURA *
      * 100 + PARCELA) A=TITULO A PAGAR (NUMERO) F=CREDITOS DA FOLHA
      * (COMPETENCIA AAAAMM) T=TARIFA J=JUROS O=OUTROS.
      *----------------------------------------------------------------
          02 REG-BC-CHAVE.
             03 REG-BC-BANCO    PIC 9(03).
             03 REG-BC-AGENCIA  PIC 9(04).
             03 REG-BC-CONTA    PIC 9(07).
             03 REG-BC-DATA     PIC 9(08).
             03 REG-BC-SEQ      PIC 9(04).
          02 REG-BC-DOCUMENTO   PIC X(10).
          02 REG-BC-HISTORICO   PIC X(25).
          02 REG-BC-NATUREZA    PIC X(01).
          02 REG-BC-VALOR       PIC 9(09)V99.
          02 REG-BC-CATEGORIA   PIC X(03).
          02 REG-BC-SITUACAO    PIC X(01).
          02 REG-BC-TIPOITEM    PIC X(01).
          02 REG-BC-CHAVEITEM   PIC 9(10).
          02 REG-BC-DATACONC    PIC 9(08).
          02 REG-BC-OPERADOR    PIC X(08).
