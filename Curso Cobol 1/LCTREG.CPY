      *----------------------------------------------------------------
      * LCTREG.CPY
      * LAYOUT UNICO DO REGISTRO DE PARTIDAS CONTABEIS (LANCTOS.DAT),
      * GRAVADO PELA EXTRACAO CONTABIL, PELA REAVALIACAO CAMBIAL,
      * PELOS LANCAMENTOS MANUAIS APROVADOS E PELO ATIVO IMOBILIZADO,
      * E LIDO PELO BALANCETE E PELAS DEMONSTRACOES FINANCEIRAS.
      * TIPOLOTE: A=EXTRACAO AUTOMATICA (LOTE = DATA DA EXTRACAO)
      * C=REAVALIACAO CAMBIAL (LOTE = DATA) M=LANCAMENTO MANUAL (LOTE =
      * NUMERO DO LANCAMENTO NO LANCMAN.DAT) I=ATIVO IMOBILIZADO
      * (LOTE = COMPETENCIA AAAAMM NA DEPRECIACAO MENSAL, DATA DA BAIXA
      * NA BAIXA/VENDA DE BEM) E=ENCERRAMENTO DO EXERCICIO (LOTE =
      * AAAA1231, ZERA RECEITAS E DESPESAS CONTRA A CONTA DE APURACAO E
      * TRANSFERE O RESULTADO PARA LUCROS/PREJUIZOS ACUMULADOS)
      * O=SALDOS DE ABERTURA DO EXERCICIO SEGUINTE (LOTE = (AAAA+1)0101;
      * REPETEM SALDOS JA ACUMULADOS E NAO SAO SOMADOS AOS MOVIMENTOS).
      * BRANCO NOS REGISTROS GRAVADOS ANTES DA CRIACAO DO CAMPO.
      * CCUSTO: CENTRO DE CUSTO (CCUSTOMF), INFORMADO NOS LANCAMENTOS
      * MANUAIS, NOS LANCAMENTOS DO ATIVO IMOBILIZADO E NOS ENCARGOS DA
      * FOLHA DA EXTRACAO AUTOMATICA (ENCFGTS, ENCINSS E INSSRET) E
      * NOS REEMBOLSOS DE DESPESAS APROVADOS (EVENTOS REEM + CATEGORIA).
      * EMPRESA: EMPRESA DO GRUPO (CIAMF) DONA DA ESCRITURACAO
      * (BRANCO=01). CADA EMPRESA TEM SEUS PROPRIOS LIVROS; O BALANCETE
      * SAI POR EMPRESA OU CONSOLIDADO, COM ELIMINACAO DAS FATURAS E
      * TITULOS ENTRE EMPRESAS DO GRUPO.
      *----------------------------------------------------------------
          02 REG-LC-LOTE       PIC 9(08).
          02 REG-LC-DATA       PIC 9(08).
          02 REG-LC-EVENTO     PIC X(08).
          02 REG-LC-CONTA      PIC 9(06).
          02 REG-LC-DC         PIC X(01).
          02 REG-LC-VALOR      PIC 9(11)V99.
          02 REG-LC-FILIAL     PIC X(02).
          02 REG-LC-TIPOLOTE   PIC X(01).
          02 REG-LC-CCUSTO     PIC X(04).
          02 REG-LC-EMPRESA    PIC X(02).
