      * FATREG.CPY
      * LAYOUT UNICO DO REGISTRO DO CADASTRO DE FATURAS (FATURMF.DAT),
      * GRAVADO PELO FATURAMENTO DE PEDIDOS E ATUALIZADO PELO
      * CONTAS A RECEBER. STATUS: A=ABERTA P=PAGA E=ESTORNADA
      * B=BAIXADA COMO PERDA (INCOBRAVEL).
      * TIPO: F OU BRANCO=FATURA C=NOTA DE CREDITO (REFERENCIA
      * GUARDA O NUMERO DA FATURA ORIGINAL DA NOTA DE CREDITO).
      * ORIGEM: F OU BRANCO=FRETE/PEDIDO M=MENSALIDADE ESCOLAR
      * V=VENDA A PRAZO DE BALCAO (FATVENDA, A PARTIR DO JORNAL)
      * S=SERVICO DE ORDEM DE SERVICO CONCLUIDA (PEDIDO GUARDA O
      * NUMERO DA ORDEM DE SERVICO, ICMS ZERADO E ISS NO CAMPO ISS)
      * (ALUNO GUARDA A MATRICULA QUANDO ORIGEM=M).
      * FILIAL: LOCAL DE ORIGEM DO FATURAMENTO (BRANCO=MATRIZ),
      * COPIADA DO PEDIDO OU DA FATURA ORIGINAL DA NOTA DE CREDITO.
      * ISENJUROS: S=ENCARGOS ISENTADOS POR SUPERVISOR, A APURACAO
      * DE JUROS NAO VOLTA A LANCAR ENCARGOS NESTA FATURA.
      * SITFISCAL: BRANCO=PENDENTE DE ENVIO AO FISCO X=EXPORTADA
      * R=REJEITADA PELO FISCO, AGUARDANDO CORRECAO (CODREJ GUARDA O
      * CODIGO DA REJEICAO). LOTEFISCAL: LOTE DA ULTIMA EXPORTACAO.
      * MOTPERDA/DATAPERDA/VALORPERDA: MOTIVO, DATA E SALDO BAIXADO
      * COMO PERDA PELO SUPERVISOR (STATUS B). VALORRECUP: TOTAL
      * RECEBIDO DEPOIS DA BAIXA (RECUPERACAO DE PERDA).
      * ISS: IMPOSTO SOBRE SERVICOS DAS FATURAS DE ORIGEM S.
      * EMPRESA: EMPRESA DO GRUPO (CIAMF) EMITENTE (BRANCO=01); A NOTA
      * DE CREDITO E EMITIDA PELA MESMA EMPRESA DA FATURA ORIGINAL.
      * FATURAS QUITADAS OU CANCELADAS ANTIGAS SAO MOVIDAS COM SUAS
      * PARCELAS PARA O ARQUIVO MORTO (ARQFATUR.DAT) PELO MOVPURG.
      *----------------------------------------------------------------
          02 REG-FA-NUMERO      PIC 9(08).
          02 REG-FA-PEDIDO      PIC 9(08).
          02 REG-FA-ALUNO       PIC X(08).
          02 REG-FA-FILIAL      PIC X(02).
          02 REG-FA-ISENJUROS   PIC X(01).
          02 REG-FA-SITFISCAL   PIC X(01).
          02 REG-FA-LOTEFISCAL  PIC 9(06).
          02 REG-FA-CODREJ      PIC X(03).
          02 REG-FA-MOTPERDA    PIC X(30).
          02 REG-FA-DATAPERDA   PIC 9(08).
          02 REG-FA-VALORPERDA  PIC 9(09)V99.
          02 REG-FA-VALORRECUP  PIC 9(09)V99.
          02 REG-FA-ISS         PIC 9(08)V99.
          02 REG-FA-EMPRESA     PIC X(02).
