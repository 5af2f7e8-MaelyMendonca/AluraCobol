      *----------------------------------------------------------------
      * CRDREG.CPY
      * LAYOUT UNICO DO REGISTRO DE SALDOS DE CREDITO EM CONTA DOS
      * CLIENTES (CREDCLI.DAT), ATUALIZADO EXCLUSIVAMENTE PELA ROTINA
      * CREDSRV (CHAMADA PELO CONTAS A RECEBER E PELO RETORNO
      * BANCARIO) E LIDO PELO EXTRATO, PELA ANALISE DE CREDITO E
      * PELA EXTRACAO CONTABIL.
      * CLIENTE: BRANCO = RECEBIMENTOS NAO IDENTIFICADOS (SUSPENSO),
      * AGUARDANDO IDENTIFICACAO DO CLIENTE.
      * SALDO: VALOR RECEBIDO E AINDA NAO APLICADO NEM DEVOLVIDO.
      *----------------------------------------------------------------
          02 REG-CR-CLIENTE     PIC X(05).
          02 REG-CR-SALDO       PIC 9(09)V99.
          02 REG-CR-DATAULT     PIC 9(08).
