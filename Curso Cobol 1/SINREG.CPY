      *----------------------------------------------------------------
      * SINREG.CPY
      * LAYOUT UNICO DO REGISTRO DE RECLAMACAO DE AVARIA OU EXTRAVIO
      * CONTRA A TRANSPORTADORA (SINISTMF.DAT), ABERTA A PARTIR DE UMA
      * OCORRENCIA DO PEDIDO (OCORRMF.DAT). MANTIDO PELA MANUTENCAO DE
      * SINISTROS (SINIMANU) E BAIXADO PELO ACERTO DE FRETE (FRETACER)
      * QUANDO O VALOR ACEITO E DESCONTADO DA TRANSPORTADORA.
      * CHAVE: NUMERO (SINCTRL.DAT).
      * TIPO: A=AVARIA E=EXTRAVIO.
      * DATAOCOR: DATA DA OCORRENCIA, BASE DO PRAZO DE RECLAMACAO.
      * VALORDECL/SEGURO: VALOR DECLARADO E SEGURO DO PEDIDO NA
      * ABERTURA. VALOR: VALOR RECLAMADO (ATE O VALOR DECLARADO).
      * VALORACEITO: VALOR RECONHECIDO PELA TRANSPORTADORA.
      * DOCUMENTOS: ATE 5 DOCUMENTOS COMPROBATORIOS (CONHECIMENTO,
      * FOTOS, LAUDO, BOLETIM DE OCORRENCIA...).
      * SITUACAO: A=ABERTA C=ACEITA PELA TRANSPORTADORA R=RECUSADA
      * P=PAGA (DESCONTADA NO ACERTO DE FRETE EM DATAACERTO).
      * MOTIVOREC: MOTIVO DA RECUSA INFORMADO PELA TRANSPORTADORA.
      * RESSARC: RESSARCIMENTO AO CLIENTE, BRANCO=PENDENTE
      * R=REENVIO (PEDREPOS = PEDIDO DE REPOSICAO, GRAVADO JA FATURADO
      * PARA NAO SER COBRADO DE NOVO) N=NOTA DE CREDITO (NOTACRED NO
      * FATURMF CONTRA A FATURA DO PEDIDO).
      * EMPRESA: EMPRESA DO GRUPO (CIAMF) QUE ABRIU A RECLAMACAO.
      *----------------------------------------------------------------
          02 REG-SN-NUMERO      PIC 9(08).
          02 REG-SN-PEDIDO      PIC 9(08).
          02 REG-SN-OCORSEQ     PIC 9(03).
          02 REG-SN-TRANSP      PIC X(03).
          02 REG-SN-CLIENTE     PIC X(05).
          02 REG-SN-DATA        PIC 9(08).
          02 REG-SN-DATAOCOR    PIC 9(08).
          02 REG-SN-TIPO        PIC X(01).
          02 REG-SN-VALORDECL   PIC 9(08)V99.
          02 REG-SN-SEGURO      PIC 9(08)V99.
          02 REG-SN-VALOR       PIC 9(08)V99.
          02 REG-SN-VALORACEITO PIC 9(08)V99.
          02 REG-SN-QTDDOCS     PIC 9(01).
          02 REG-SN-DOCUMENTO   PIC X(20) OCCURS 5 TIMES.
          02 REG-SN-SITUACAO    PIC X(01).
          02 REG-SN-DATASIT     PIC 9(08).
          02 REG-SN-MOTIVOREC   PIC X(30).
          02 REG-SN-RESSARC     PIC X(01).
          02 REG-SN-PEDREPOS    PIC 9(08).
          02 REG-SN-NOTACRED    PIC 9(08).
          02 REG-SN-DATAACERTO  PIC 9(08).
          02 REG-SN-OPERADOR    PIC X(08).
          02 REG-SN-EMPRESA     PIC X(02).
