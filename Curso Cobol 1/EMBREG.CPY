      * SUA PROPRIA TRANSPORTADORA E DATAS. GRAVADO E ATUALIZADO PELO
      * RASTREAMENTO DE ENTREGAS. CHAVE: PEDIDO + SEQUENCIA.
      * SITUACAO: E=EMBARCADO D=ENTREGUE.
      * ARQUIVO MORTO: ARQEMBAR.DAT (MOVPURG), MESMO LAYOUT.
      *----------------------------------------------------------------
          02 REG-EM-CHAVE.
             03 REG-EM-PEDIDO   PIC 9(08).
