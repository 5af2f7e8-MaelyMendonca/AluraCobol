      *----------------------------------------------------------------
      * RSPREG.CPY
      * LAYOUT UNICO DO REGISTRO DO CADASTRO DE RESPONSAVEIS PELOS
      * ALUNOS (RESPMF.DAT), MANTIDO PELA MANUTENCAO DE ALUNOS E LIDO
      * PELOS AVISOS DE FREQUENCIA E NOTA, QUE SAO ENDERECADOS AO
      * RESPONSAVEL PRINCIPAL. CHAVE: MATRICULA DO ALUNO + SEQUENCIA
      * (1 A 3). PRINCIPAL: S=RECEBE OS AVISOS DA ESCOLA.
      *----------------------------------------------------------------
          02 REG-RS-CHAVE.
             03 REG-RS-MATRICULA PIC X(08).
             03 REG-RS-SEQ       PIC 9(01).
          02 REG-RS-NOME        PIC X(30).
          02 REG-RS-PARENTESCO  PIC X(15).
          02 REG-RS-LOGRADOURO  PIC X(40).
          02 REG-RS-CIDADE      PIC X(25).
          02 REG-RS-UF          PIC X(02).
          02 REG-RS-CEP         PIC 9(08).
          02 REG-RS-TELEFONE    PIC X(15).
          02 REG-RS-PRINCIPAL   PIC X(01).
