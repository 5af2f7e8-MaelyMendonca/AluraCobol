      *----------------------------------------------------------------
      * REEREG.CPY
      * LAYOUT UNICO DO REGISTRO DE DESPESAS DE FUNCIONARIOS A
      * REEMBOLSAR (REEMBMF.DAT), MANTIDO PELO REEMBOLSO DE DESPESAS
      * E LIDO PELA EXTRACAO CONTABIL. CHAVE: NUMERO SEQUENCIAL
      * (REEMCTRL.DAT). O RECIBO NAO SE REPETE PARA A MESMA MATRICULA.
      * CATEGORIA: VIAG=VIAGEM/HOSPEDAGEM REFE=REFEICAO
      * COMB=COMBUSTIVEL/TRANSPORTE OUTR=OUTRAS.
      * STATUS: P=PENDENTE DE APROVACAO A=APROVADA R=RECUSADA
      * F=REEMBOLSADA NA FOLHA T=TITULO GERADO NO CONTAS A PAGAR.
      * FORMA: F=PROVENTO NAO TRIBUTAVEL NA FOLHA (EVENTO REEM NA
      * COMPETENCIA) T=TITULO A PAGAR (APAGMF, ORIGEM E), DEFINIDA NA
      * APROVACAO. DATAAPROV: DATA DA APROVACAO, QUE DEFINE A
      * COMPETENCIA CONTABIL DA DESPESA. COMPETENCIA: FOLHA AAAAMM DO
      * REEMBOLSO (FORMA F). TITULO: NUMERO NO APAGMF (FORMA T).
      * EMPRESA: EMPRESA DO GRUPO (CIAMF) EMPREGADORA, COPIADA DO
      * FUNCIONARIO NO LANCAMENTO (BRANCO=01); O REEMBOLSO, O TITULO E
      * A CONTABILIZACAO SAO FEITOS NA SESSAO DESSA EMPRESA.
      *----------------------------------------------------------------
          02 REG-RE-NUMERO      PIC 9(08).
          02 REG-RE-MATRICULA   PIC X(06).
          02 REG-RE-DATA        PIC 9(08).
          02 REG-RE-CATEGORIA   PIC X(04).
          02 REG-RE-CCUSTO      PIC X(04).
          02 REG-RE-VALOR       PIC 9(07)V99.
          02 REG-RE-RECIBO      PIC X(10).
          02 REG-RE-DESCRICAO   PIC X(30).
          02 REG-RE-STATUS      PIC X(01).
          02 REG-RE-FORMA       PIC X(01).
          02 REG-RE-OPERADOR    PIC X(08).
          02 REG-RE-APROVADOR   PIC X(08).
          02 REG-RE-DATAAPROV   PIC 9(08).
          02 REG-RE-MOTIVO      PIC X(30).
          02 REG-RE-COMPETENCIA PIC 9(06).
          02 REG-RE-TITULO      PIC 9(08).
          02 REG-RE-EMPRESA     PIC X(02).
