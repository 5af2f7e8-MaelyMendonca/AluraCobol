      *----------------------------------------------------------------
      * PVFREG.CPY
      * LAYOUT UNICO DO REGISTRO DE SALDOS DAS PROVISOES DE FERIAS E
      * 13O SALARIO POR FUNCIONARIO (PROVFMF.DAT), MANTIDO PELO
      * CALCULO MENSAL DA PROVISAO (PROVFOL) E PELA BAIXA NO PAGAMENTO
      * DO 13O E DAS FERIAS NA FOLHA (PRGCOB07).
      * SALDO13/SALDOFER/SALDOENC: SALDO PROVISIONADO DE 13O, DE
      * FERIAS COM O TERCO CONSTITUCIONAL E DOS ENCARGOS PATRONAIS
      * SOBRE OS DOIS.
      * ANO13/PAGO13: 13O BRUTO JA PAGO NO ANO (DESCONTADO DO 13O
      * NECESSARIO NO CALCULO DA PROVISAO).
      * ULTCOMP: ULTIMA COMPETENCIA AAAAMM PROVISIONADA.
      *----------------------------------------------------------------
          02 REG-PV-MATRICULA   PIC X(06).
          02 REG-PV-CCUSTO      PIC X(04).
          02 REG-PV-SALDO13     PIC 9(08)V99.
          02 REG-PV-SALDOFER    PIC 9(08)V99.
          02 REG-PV-SALDOENC    PIC 9(08)V99.
          02 REG-PV-ANO13       PIC 9(04).
          02 REG-PV-PAGO13      PIC 9(08)V99.
          02 REG-PV-ULTCOMP     PIC 9(06).
