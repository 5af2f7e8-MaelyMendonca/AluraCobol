      *----------------------------------------------------------------
      * APAREG.CPY
      * LAYOUT UNICO DO REGISTRO DE TITULOS A PAGAR (APAGMF.DAT),
      * INCLUIDO PELO CONTAS A PAGAR (ORIGENS T, O E R) OU GERADO PELA
      * CONFERENCIA DA NOTA DO FORNECEDOR (ORIGEM C, CONFNOTA) E LIDO
      * PELA EXTRACAO CONTABIL (EVENTOS PAGTOS, RETENCAO, RECOLHTR E
      * RECOLENC). AS GUIAS DE ENCARGOS DA FOLHA (ORIGEM F) SAO
      * GERADAS PELO MODO 8 DA FOLHA DE PAGAMENTO.
      * STATUS: A=ABERTO R=REMETIDO AO BANCO (AGUARDANDO RETORNO,
      * NAO ENTRA EM NOVA REMESSA) P=PAGO (CONFIRMADO NO RETORNO DO
      * BANCO, PAGRET, COM A DATA DO BANCO EM DATAPAGTO).
      * ORIGEM: C=PEDIDO DE COMPRA T=ACERTO DE TRANSPORTADORA
      * O=OUTRO R=RECOLHIMENTO DE TRIBUTO RETIDO F=GUIA DE ENCARGOS DA
      * FOLHA E=REEMBOLSO DE DESPESA DE FUNCIONARIO (REEMBOLS)
      * I=GUIA DO ICMS APURADO NO MES (APURICMS, CREDOR SEFAZ)
      * (REFERENCIA GUARDA O NUMERO DA ORIGEM; NA ORIGEM C, O
      * PEDIDO DA PRIMEIRA LINHA DA NOTA; NA ORIGEM R, O TITULO DO
      * FORNECEDOR QUE SOFREU A RETENCAO; NA ORIGEM F, A COMPETENCIA
      * AAAAMM DA FOLHA; NA ORIGEM E, O NUMERO DA DESPESA NO
      * REEMBMF, COM FORNECEDOR EM BRANCO; NA ORIGEM I, A
      * COMPETENCIA AAAAMM DA APURACAO).
      * RETENCOES NA FONTE: SERVICO = TIPO DE SERVICO DO FORNECEDOR
      * NA APURACAO. RETSIT: BRANCO=NAO APURADA A=APURADA G=REMETIDO
      * E RECOLHIMENTOS GERADOS (NAO SAO GERADOS DE NOVO QUANDO O
      * TITULO REJEITADO E REENVIADO). RETENCAO(1 A 6) = IRRF, ISS, PIS,
      * COFINS, CSLL E INSS; RETIDO = SOMA. NO PAGAMENTO O VALORPAGO
      * E O VALOR LIQUIDO (VALOR - RETIDO). TRIBUTO: NA ORIGEM R, O
      * INDICE (1 A 6) DO TRIBUTO RECOLHIDO; NA ORIGEM F, 1=FGTS
      * 2=GPS (INSS DO EMPREGADO, PATRONAL, RAT E TERCEIROS); ZERO NAS
      * DEMAIS.
      * EMPRESA: EMPRESA DO GRUPO (CIAMF) DEVEDORA DO TITULO
      * (BRANCO=01).
      * DATAREM: DATA DA ULTIMA REMESSA DE PAGAMENTO (APREM.TXT).
      * MOTIVO: MOTIVO DA REJEICAO INFORMADO PELO BANCO NO RETORNO;
      * O TITULO VOLTA A ABERTO E E REENVIADO NA PROXIMA REMESSA.
      *----------------------------------------------------------------
          02 REG-AP-NUMERO      PIC 9(08).
          02 REG-AP-FORNECEDOR  PIC X(05).
          02 REG-AP-STATUS      PIC X(01).
          02 REG-AP-DATAPAGTO   PIC 9(08).
          02 REG-AP-VALORPAGO   PIC 9(09)V99.
          02 REG-AP-SERVICO     PIC X(04).
          02 REG-AP-RETSIT      PIC X(01).
          02 REG-AP-RETIDO      PIC 9(09)V99.
          02 REG-AP-RETENCAO    PIC 9(09)V99 OCCURS 6 TIMES.
          02 REG-AP-TRIBUTO     PIC 9(01).
          02 REG-AP-EMPRESA     PIC X(02).
          02 REG-AP-DATAREM     PIC 9(08).
          02 REG-AP-MOTIVO      PIC X(30).
