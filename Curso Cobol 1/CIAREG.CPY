      *----------------------------------------------------------------
      * CIAREG.CPY
      * LAYOUT UNICO DO REGISTRO DO CADASTRO DE EMPRESAS DO GRUPO
      * (CIAMF.DAT), MANTIDO PELA MANUTENCAO DE EMPRESAS (CIAMANU) E
      * LIDO PELA ROTINA CIASRV, QUE GUARDA A EMPRESA ESCOLHIDA NO
      * SIGN-ON, E PELO BALANCETE CONSOLIDADO.
      * CODIGO: 01=EMPRESA ORIGINAL (BRANCO NOS REGISTROS ANTIGOS DE
      * PEDIDOS, FATURAS, TITULOS, FUNCIONARIOS E LANCAMENTOS EQUIVALE
      * A 01). STATUS: A=ATIVA I=INATIVA (NAO ACEITA NO SIGN-ON).
      * BASENUM: INICIO DA FAIXA DE NUMERACAO DA EMPRESA; OS CONTROLES
      * DE NUMERACAO DE PEDIDOS, FATURAS E TITULOS A PAGAR SAO
      * SEPARADOS POR EMPRESA (PEDCTRL.DAT, FATCTRL.DAT E APCTRL.DAT DA
      * 01; PEDCTRNN.DAT, FATCTRNN.DAT E APCTRLNN.DAT DAS DEMAIS) E
      * COMECAM DA BASE, PARA OS NUMEROS NAO COLIDIREM NOS CADASTROS
      * COMPARTILHADOS. O CONTROLE DE COMPETENCIAS CONTABEIS E O
      * CHECKLIST DE FECHAMENTO TAMBEM SAO POR EMPRESA (PERCONT.DAT E
      * FECHMF.DAT DA 01; PERCONNN.DAT E FECHMFNN.DAT DAS DEMAIS), ASSIM
      * COMO A APURACAO DO ICMS (APURICMS.DAT DA 01; APURICNN.DAT DAS
      * DEMAIS).
      * CLIENTE/FORNECEDOR: CODIGOS PELOS QUAIS A EMPRESA ESTA
      * CADASTRADA COMO CLIENTE (CLIMF) E COMO FORNECEDOR (FORNMF) DAS
      * DEMAIS EMPRESAS DO GRUPO. FATURAS E TITULOS ENTRE EMPRESAS SAO
      * ELIMINADOS NO BALANCETE CONSOLIDADO.
      *----------------------------------------------------------------
          02 REG-CI-CODIGO      PIC X(02).
          02 REG-CI-RAZAO       PIC X(30).
          02 REG-CI-CNPJ        PIC 9(14).
          02 REG-CI-STATUS      PIC X(01).
          02 REG-CI-BASENUM     PIC 9(08).
          02 REG-CI-CLIENTE     PIC X(05).
          02 REG-CI-FORNECEDOR  PIC X(05).
