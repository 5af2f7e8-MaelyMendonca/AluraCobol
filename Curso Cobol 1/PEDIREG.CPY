      * ORIGTAXA: FONTE DA TAXA DE FRETE APLICADA
      * (C=CONTRATO DO CLIENTE R=REGIAO DE CEP U=TABELA DE UF).
      * FILIAL: LOCAL DE REGISTRO DO PEDIDO (BRANCO=MATRIZ).
      * PESO: PESO TAXADO (MAIOR ENTRE REAL E CUBADO) EM KG.
      * VIAGEM: VIAGEM DO PLANEJAMENTO DE CARGA A QUE O PEDIDO FOI
      * ATRIBUIDO (ZEROS = AINDA SEM VIAGEM).
      * SEQENDER: ENDERECO DE ENTREGA DO CLIENTE ESCOLHIDO NO PEDIDO
      * (ENDENTMF.DAT), ZEROS = UF/CEP DIGITADOS NO PROPRIO PEDIDO.
      * EMPRESA: EMPRESA DO GRUPO (CIAMF) QUE REGISTROU O PEDIDO E O
      * FATURA (BRANCO=01).
      * PEDIDOS ENTREGUES OU CANCELADOS ANTIGOS SAO MOVIDOS COM
      * EMBARQUES E OCORRENCIAS PARA O ARQUIVO MORTO (ARQPEDID.DAT)
      * PELO MOVPURG, EXCETO OS QUE TEM RECLAMACAO DE FRETE PENDENTE.
      * REENVIOS DE RECLAMACAO DE AVARIA OU EXTRAVIO (SINIMANU) SAO
      * GRAVADOS COM STATUS F E FRETE ZERO, PARA NAO SEREM COBRADOS.
      *----------------------------------------------------------------
          02 REG-PE-NUMERO      PIC 9(08).
          02 REG-PE-DATA        PIC 9(08).
          02 REG-PE-ORIGTAXA    PIC X(01).
          02 REG-PE-SEGURO      PIC 9(08)V99.
          02 REG-PE-FILIAL      PIC X(02).
          02 REG-PE-PESO        PIC 9(06)V99.
          02 REG-PE-VIAGEM      PIC 9(06).
          02 REG-PE-SEQENDER    PIC 9(03).
          02 REG-PE-EMPRESA     PIC X(02).
