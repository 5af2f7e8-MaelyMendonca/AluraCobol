      * LIMITE: LIMITE DE CREDITO (ZEROS = SEM CONTROLE DE LIMITE).
      * REDIRECIONA: CODIGO SOBREVIVENTE QUANDO O CLIENTE FOI
      * UNIFICADO PELA ROTINA DE FUSAO DE DUPLICADOS (BRANCO=ATIVO).
      * DATAINATIVO: DATA EM QUE O CLIENTE FICOU INATIVO (ZEROS=ATIVO),
      * BASE DO PRAZO DE RETENCAO DA LGPD. CLIENTE ANONIMIZADO TEM O
      * NOME 'ANONIMIZADO LGPD' E MANTEM CODIGO, UF E VALORES.
      *----------------------------------------------------------------
          02 REG-CL-COD         PIC X(05).
          02 REG-CL-NOME        PIC X(30).
          02 REG-CL-STATUS      PIC X(01).
          02 REG-CL-LIMITE      PIC 9(08)V99.
          02 REG-CL-REDIRECIONA PIC X(05).
          02 REG-CL-DATAINATIVO PIC 9(08).
