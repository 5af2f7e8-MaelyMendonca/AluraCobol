      *----------------------------------------------------------------
      * MCRREG.CPY
      * LAYOUT UNICO DO REGISTRO DE MOVIMENTOS DE CREDITO EM CONTA
      * DOS CLIENTES (CREDMOV.DAT), GRAVADO PELA ROTINA CREDSRV A
      * CADA ALTERACAO DO SALDO EM CREDCLI.DAT.
      * TIPO: E=PAGAMENTO A MAIOR (EXCEDENTE) N=RECEBIMENTO SEM
      * FATURA OU NAO IDENTIFICADO I=ENTRADA POR IDENTIFICACAO DE
      * CREDITO EM SUSPENSO T=SAIDA DO SUSPENSO PARA O CLIENTE
      * A=APLICACAO EM FATURA/PARCELA D=DEVOLUCAO AO CLIENTE.
      * E/N/I AUMENTAM O SALDO, A/D/T REDUZEM.
      * FATURA/PARCELA: DOCUMENTO DE ORIGEM OU DE APLICACAO (ZEROS
      * QUANDO NAO HOUVER).
      *----------------------------------------------------------------
          02 REG-MC-DATA        PIC 9(08).
          02 REG-MC-HORA        PIC 9(08).
          02 REG-MC-CLIENTE     PIC X(05).
          02 REG-MC-TIPO        PIC X(01).
          02 REG-MC-VALOR       PIC 9(09)V99.
          02 REG-MC-FATURA      PIC 9(08).
          02 REG-MC-PARCELA     PIC 9(02).
          02 REG-MC-OPERADOR    PIC X(08).
          02 REG-MC-PROGRAMA    PIC X(08).
