      *----------------------------------------------------------------
      * SPOREG.CPY
      * LAYOUT UNICO DO REGISTRO DA POLITICA DE SENHAS DOS OPERADORES
      * (SENHAPOL.DAT, UMA LINHA), MANTIDO PELA MANUTENCAO DE
      * OPERADORES E LIDO PELO SIGN-ON DO MENU. NA AUSENCIA DO ARQUIVO
      * VALEM OS PADROES: VALIDADE 90 DIAS, BLOQUEIO NA 5A TENTATIVA
      * INVALIDA, HISTORICO DAS 3 ULTIMAS SENHAS E MINIMO DE 6
      * CARACTERES.
      * VALIDADE: DIAS DESDE A ULTIMA TROCA ATE A TROCA OBRIGATORIA.
      * TENTATIVAS: FALHAS SEGUIDAS QUE BLOQUEIAM O OPERADOR.
      * HISTORICO: QUANTAS SENHAS ANTERIORES NAO PODEM SER REPETIDAS
      * (ATE 5). TAMMINIMO: TAMANHO MINIMO DA SENHA.
      *----------------------------------------------------------------
          02 REG-SP-VALIDADE    PIC 9(03).
          02 REG-SP-TENTATIVAS  PIC 9(02).
          02 REG-SP-HISTORICO   PIC 9(01).
          02 REG-SP-TAMMINIMO   PIC 9(01).
