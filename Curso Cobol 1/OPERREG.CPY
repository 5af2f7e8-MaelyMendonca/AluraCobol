      * (OPERMF.DAT), COMPARTILHADO PELO SIGN-ON DO MENU, PELA
      * MANUTENCAO DE OPERADORES E PELOS PROGRAMAS QUE CONFEREM O
      * PERFIL. PERFIL: S=SUPERVISOR F=FOLHA O=OPERACAO.
      * SENHA: SENHA EM CLARO DOS CADASTROS ANTIGOS, APAGADA NO
      * PRIMEIRO SIGN-ON APOS A CONVERSAO. CRIPTO: RESUMO DA SENHA
      * GERADO PELA ROTINA SENHASRV (ID + SENHA), UNICA FORMA GUARDADA.
      * DATASENHA: DATA DA ULTIMA TROCA, BASE DA VALIDADE DEFINIDA EM
      * SENHAPOL.DAT. TROCAR: S=TROCA OBRIGATORIA NO PROXIMO SIGN-ON
      * (SENHA INICIAL OU REDEFINIDA PELO SUPERVISOR).
      * FALHAS: TENTATIVAS INVALIDAS SEGUIDAS. BLOQUEADO: S=BLOQUEADO
      * POR EXCESSO DE TENTATIVAS, SO LIBERADO PELO SUPERVISOR NA
      * MANUTENCAO DE OPERADORES. ULTACESSO: DATA DO ULTIMO SIGN-ON
      * (ZEROS=NUNCA USADO). HISTORICO: RESUMOS DAS ULTIMAS SENHAS,
      * QUE NAO PODEM SER REUTILIZADAS.
      * EMPRESA: EMPRESA DO GRUPO (CIAMF) EM QUE O OPERADOR TRABALHA;
      * BRANCO=PODE ESCOLHER QUALQUER EMPRESA ATIVA NO SIGN-ON.
      *----------------------------------------------------------------
          02 REG-OP-ID          PIC X(08).
          02 REG-OP-NOME        PIC X(20).
          02 REG-OP-SENHA       PIC X(08).
          02 REG-OP-PERFIL      PIC X(01).
          02 REG-OP-CRIPTO      PIC X(16).
          02 REG-OP-DATASENHA   PIC 9(08).
          02 REG-OP-TROCAR      PIC X(01).
          02 REG-OP-FALHAS      PIC 9(02).
          02 REG-OP-BLOQUEADO   PIC X(01).
          02 REG-OP-DATABLOQ    PIC 9(08).
          02 REG-OP-ULTACESSO   PIC 9(08).
          02 REG-OP-HISTORICO   PIC X(16) OCCURS 5 TIMES.
          02 REG-OP-EMPRESA     PIC X(02).
