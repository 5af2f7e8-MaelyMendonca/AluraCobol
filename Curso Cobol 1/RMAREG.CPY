      *----------------------------------------------------------------
      * RMAREG.CPY
      * LAYOUT UNICO DO REGISTRO DE AUTORIZACAO DE DEVOLUCAO (RMAMF.DAT)
      * ABERTA CONTRA UM PEDIDO DE FRETE JA ENTREGUE. MANTIDO PELA
      * MANUTENCAO DE DEVOLUCOES, QUE TAMBEM REGISTRA O RETORNO DA
      * MERCADORIA, DEVOLVE OS ITENS AO ESTOQMF (MOVIMENTO DE ENTRADA
      * COM MOTIVO 04=DEVOLUCAO DE CLIENTE) E EMITE A NOTA DE CREDITO
      * NO FATURMF CONTRA A FATURA DO PEDIDO.
      * MOTIVO: 01=AVARIA NO TRANSPORTE 02=PRODUTO ERRADO
      * 03=DEFEITO 04=DESISTENCIA DO CLIENTE 99=OUTRO.
      * SITUACAO: A=ABERTA T=RETORNO EM TRANSITO R=RECEBIDA
      * C=CANCELADA.
      * TRANSP/RASTREIO/DATAEMB: TRANSPORTADORA E DADOS DO RETORNO.
      * FATURA/NOTACRED: FATURA ORIGINAL DO PEDIDO E NOTA DE CREDITO
      * EMITIDA NO RECEBIMENTO (ZEROS = NAO EMITIDA).
      * ITENS: ATE 10 PRODUTOS DEVOLVIDOS COM QUANTIDADE E PRECO.
      *----------------------------------------------------------------
          02 REG-RM-NUMERO      PIC 9(08).
          02 REG-RM-PEDIDO      PIC 9(08).
          02 REG-RM-CLIENTE     PIC X(05).
          02 REG-RM-DATA        PIC 9(08).
          02 REG-RM-MOTIVO      PIC X(02).
          02 REG-RM-SITUACAO    PIC X(01).
          02 REG-RM-TRANSP      PIC X(03).
          02 REG-RM-RASTREIO    PIC X(15).
          02 REG-RM-DATAEMB     PIC 9(08).
          02 REG-RM-DATARECEB   PIC 9(08).
          02 REG-RM-VALOR       PIC 9(08)V99.
          02 REG-RM-FATURA      PIC 9(08).
          02 REG-RM-NOTACRED    PIC 9(08).
          02 REG-RM-OPERADOR    PIC X(08).
          02 REG-RM-QTDITENS    PIC 9(02).
          02 REG-RM-ITEM OCCURS 10 TIMES.
             03 REG-RM-PRODUTO  PIC X(06).
             03 REG-RM-QTD      PIC 9(04).
             03 REG-RM-PRECO    PIC 9(06)V99.
