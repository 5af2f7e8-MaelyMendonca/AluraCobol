      * DEMAIS PROGRAMAS QUE LEEM O CADASTRO. UMA MUDANCA DE LAYOUT
      * SO PRECISA SER FEITA AQUI.
      * STATUS: A=ATIVO D=DESLIGADO (BRANCO E TRATADO COMO ATIVO).
      * CARGO: CODIGO DO CARGO NO CARGOMF (BRANCO = SEM CARGO). MUDA
      * PELA PROMOCAO/TRANSFERENCIA, QUE GRAVA O CARGOHIS.DAT.
      * EMPRESA: EMPRESA DO GRUPO (CIAMF) EMPREGADORA (BRANCO=01); A
      * FOLHA EM LOTE PROCESSA SO OS FUNCIONARIOS DA EMPRESA DA SESSAO.
      *----------------------------------------------------------------
          02 REG-FU-MATRICULA    PIC X(06).
          02 REG-FU-NOME         PIC X(20).
          02 REG-FU-AGENCIA      PIC 9(04).
          02 REG-FU-CONTA        PIC 9(08).
          02 REG-FU-CCUSTO       PIC X(04).
          02 REG-FU-CARGO        PIC X(04).
          02 REG-FU-EMPRESA      PIC X(02).
