      *----------------------------------------------------------------
      * OSREG.CPY
      * LAYOUT UNICO DO REGISTRO DO CADASTRO DE ORDENS DE SERVICO
      * (OSMF.DAT), GERADO A PARTIR DO ORCAMENTO ACEITO E MANTIDO PELA
      * MANUTENCAO DE ORDENS DE SERVICO.
      * STATUS: M=AGUARDANDO MATERIAL A=EM EXECUCAO F=CONCLUIDA.
      * DATACONCL: DATA EM QUE A ORDEM FOI CONCLUIDA (STATUS F).
      * HORAS/CUSTOMO: TOTAL DE HORAS E CUSTO DE MAO DE OBRA APONTADOS.
      * CUSTOMAT: CUSTO MEDIO DOS MATERIAIS REQUISITADOS DO ESTOQUE.
      * FATURA: NUMERO DA FATURA DE SERVICO GERADA PELO FATURAMENTO
      * (ZERO=CONCLUIDA E AINDA NAO FATURADA).
      * O DETALHE DOS APONTAMENTOS FICA NO OSEXEC.DAT (OSXREG.CPY).
      *----------------------------------------------------------------
          02 REG-OS-NUMERO      PIC 9(08).
          02 REG-OS-ORCAMENTO   PIC 9(08).
          02 REG-OS-DATA        PIC 9(08).
          02 REG-OS-CLIENTE     PIC X(05).
          02 REG-OS-MATERIAL    PIC X(04).
          02 REG-OS-AREA        PIC 9(05)V9999.
          02 REG-OS-PERIMETRO   PIC 9(05)V9999.
          02 REG-OS-VALOR       PIC 9(08)V99.
          02 REG-OS-STATUS      PIC X(01).
          02 REG-OS-DATACONCL   PIC 9(08).
          02 REG-OS-HORAS       PIC 9(05)V99.
          02 REG-OS-CUSTOMO     PIC 9(08)V99.
          02 REG-OS-CUSTOMAT    PIC 9(08)V99.
          02 REG-OS-FATURA      PIC 9(08).
