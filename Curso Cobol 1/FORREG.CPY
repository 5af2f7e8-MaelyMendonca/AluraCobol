      * (FORNMF.DAT), COMPARTILHADO PELA MANUTENCAO DE FORNECEDORES,
      * PELOS PEDIDOS DE COMPRA E PELO CONTAS A PAGAR.
      * STATUS: A=ATIVO I=INATIVO.
      * PERFIL TRIBUTARIO (RETENCOES NO PAGAMENTO, CONTAPAG):
      * SERVICO: TIPO DE SERVICO PRESTADO, CHAVE DA REGRA DE RETENCAO
      * EM RETPARM.DAT (BRANCO = FORNECEDOR SEM RETENCAO).
      * PESSOA: J=JURIDICA F=FISICA (PESSOA FISICA NAO SOFRE PIS,
      * COFINS E CSLL). SIMPLES: S=OPTANTE DO SIMPLES NACIONAL (SO
      * SOFRE ISS E INSS). RETISS: S=ISS RETIDO PELO TOMADOR.
      *----------------------------------------------------------------
          02 REG-FO-COD         PIC X(05).
          02 REG-FO-NOME        PIC X(30).
          02 REG-FO-UF          PIC X(02).
          02 REG-FO-STATUS      PIC X(01).
          02 REG-FO-SERVICO     PIC X(04).
          02 REG-FO-PESSOA      PIC X(01).
          02 REG-FO-SIMPLES     PIC X(01).
          02 REG-FO-RETISS      PIC X(01).
