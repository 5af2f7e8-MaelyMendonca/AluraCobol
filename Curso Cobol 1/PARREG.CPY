      * GRAVADO PELO FATURAMENTO QUANDO A FATURA E EMITIDA PARCELADA
      * E ATUALIZADO PELO CONTAS A RECEBER NO RECEBIMENTO POR
      * PARCELA. CHAVE: NUMERO DA FATURA + NUMERO DA PARCELA.
      * STATUS: A=ABERTA P=PAGA B=BAIXADA COMO PERDA JUNTO COM A
      * FATURA.
      * ARQUIVO MORTO: ARQPARC.DAT (MOVPURG), MESMO LAYOUT.
      *----------------------------------------------------------------
          02 REG-PA-CHAVE.
             03 REG-PA-FATURA   PIC 9(08).
