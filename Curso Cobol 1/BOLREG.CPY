      *----------------------------------------------------------------
      * BOLREG.CPY
      * LAYOUT UNICO DO REGISTRO DE TITULOS DE COBRANCA BANCARIA
      * (BOLETOMF.DAT), UM POR FATURA A VISTA (PARCELA 00) OU POR
      * PARCELA. GRAVADO PELA ROTINA BOLETSRV NA EMISSAO DO BOLETO,
      * ENVIADO AO BANCO PELA REMESSA DE COBRANCA DO FATURAR E
      * ATUALIZADO PELO RETORNO BANCARIO (BANCORET).
      * CHAVE: NOSSO NUMERO = FATURA + PARCELA + DIGITO (MODULO 11).
      * SITUACAO: P=ENTRADA PENDENTE DE REMESSA R=ENTRADA REMETIDA
      * C=REGISTRO CONFIRMADO PELO BANCO J=REGISTRO REJEITADO
      * B=BAIXA PENDENTE DE REMESSA X=BAIXADO L=LIQUIDADO NO BANCO.
      * ABATPEND: ABATIMENTO (NOTA DE CREDITO) AINDA NAO REMETIDO.
      * ABATIMENTO: TOTAL DE ABATIMENTOS JA REMETIDOS AO BANCO.
      * OCORRENCIA: ULTIMO CODIGO DE OCORRENCIA RECEBIDO NO RETORNO.
      *----------------------------------------------------------------
          02 REG-BT-NOSSONUM    PIC 9(11).
          02 REG-BT-NOSSONUM-R  REDEFINES REG-BT-NOSSONUM.
             03 REG-BT-FATURA   PIC 9(08).
             03 REG-BT-PARCELA  PIC 9(02).
             03 REG-BT-DV       PIC 9(01).
          02 REG-BT-SACADO      PIC X(08).
          02 REG-BT-EMISSAO     PIC 9(08).
          02 REG-BT-VENCIMENTO  PIC 9(08).
          02 REG-BT-VALOR       PIC 9(09)V99.
          02 REG-BT-ABATPEND    PIC 9(09)V99.
          02 REG-BT-ABATIMENTO  PIC 9(09)V99.
          02 REG-BT-SITUACAO    PIC X(01).
          02 REG-BT-DATASIT     PIC 9(08).
          02 REG-BT-VALORPAGO   PIC 9(09)V99.
          02 REG-BT-OCORRENCIA  PIC X(02).
          02 REG-BT-LINHADIG    PIC X(54).
