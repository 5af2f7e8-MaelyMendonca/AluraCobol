      *----------------------------------------------------------------
      * CARGREG.CPY
      * LAYOUT UNICO DO REGISTRO DO CADASTRO DE CARGOS (CARGOMF.DAT),
      * MANTIDO PELO CARGMANU E LIDO PELO CADASTRO DE FUNCIONARIOS NA
      * INCLUSAO, ALTERACAO E PROMOCAO/TRANSFERENCIA.
      * CHAVE: CODIGO DO CARGO.
      * NIVEL: NIVEL HIERARQUICO/SALARIAL DO CARGO (01 A 99).
      * SALMIN/SALMAX: FAIXA SALARIAL DO CARGO; O RELATORIO DE
      * FUNCIONARIOS FORA DA FAIXA COMPARA O REG-FU-SALARIO COM ELA.
      * CCUSTO: CENTRO DE CUSTO AO QUAL O CARGO PERTENCE.
      * VAGAS: QUADRO AUTORIZADO (QUANTIDADE DE POSICOES DO CARGO).
      * STATUS: A=ATIVO I=INATIVO (NAO ACEITA NOVOS FUNCIONARIOS).
      *----------------------------------------------------------------
          02 REG-CG-CODIGO      PIC X(04).
          02 REG-CG-TITULO      PIC X(25).
          02 REG-CG-NIVEL       PIC 9(02).
          02 REG-CG-SALMIN      PIC 9(07)V99.
          02 REG-CG-SALMAX      PIC 9(07)V99.
          02 REG-CG-CCUSTO      PIC X(04).
          02 REG-CG-VAGAS       PIC 9(04).
          02 REG-CG-STATUS      PIC X(01).
