      *----------------------------------------------------------------
      * HCGREG.CPY
      * LAYOUT UNICO DO REGISTRO DO HISTORICO DE CARGOS E SALARIOS
      * (CARGOHIS.DAT), GRAVADO PELA PROMOCAO/TRANSFERENCIA DO
      * CADASTRO DE FUNCIONARIOS (FUNCMANU). ARQUIVO SEQUENCIAL, UM
      * REGISTRO POR MOVIMENTACAO, SEMPRE ACRESCENTADO NO FINAL.
      * TIPO: P=PROMOCAO T=TRANSFERENCIA M=MERITO (SO SALARIO).
      * DATAEFETIVA: DATA EM QUE A MUDANCA PASSA A VALER; DATAREG:
      * DATA EM QUE FOI DIGITADA.
      * OS CAMPOS *ANT TRAZEM A SITUACAO ANTERIOR E OS *NOVO A NOVA.
      *----------------------------------------------------------------
          02 REG-HC-MATRICULA   PIC X(06).
          02 REG-HC-DATAEFETIVA PIC 9(08).
          02 REG-HC-TIPO        PIC X(01).
          02 REG-HC-CARGOANT    PIC X(04).
          02 REG-HC-CARGONOVO   PIC X(04).
          02 REG-HC-CCUSTOANT   PIC X(04).
          02 REG-HC-CCUSTONOVO  PIC X(04).
          02 REG-HC-SALARIOANT  PIC 9(07)V99.
          02 REG-HC-SALARIONOVO PIC 9(07)V99.
          02 REG-HC-DATAREG     PIC 9(08).
          02 REG-HC-OPERADOR    PIC X(08).
