      *----------------------------------------------------------------
      * ENDREG.CPY
      * LAYOUT UNICO DO REGISTRO DO CADASTRO DE ENDERECOS DE ENTREGA
      * DOS CLIENTES (ENDENTMF.DAT), MANTIDO PELO CLIMANU E LIDO NA
      * ENTRADA DE PEDIDOS (DIGITACAO, LOTE E EDI), NO MANIFESTO E
      * NA IMPRESSAO DA FATURA.
      * CHAVE: CLIENTE + SEQUENCIA DO ENDERECO (001 A 999). A
      * SEQUENCIA ESCOLHIDA FICA GRAVADA NO PEDIDO (REG-PE-SEQENDER).
      * STATUS: A=ATIVO I=INATIVO (INATIVO NAO PODE SER ESCOLHIDO).
      *----------------------------------------------------------------
          02 REG-EN-CHAVE.
             03 REG-EN-CLIENTE  PIC X(05).
             03 REG-EN-SEQ      PIC 9(03).
          02 REG-EN-LOGRADOURO  PIC X(40).
          02 REG-EN-CIDADE      PIC X(25).
          02 REG-EN-UF          PIC X(02).
          02 REG-EN-CEP         PIC 9(08).
          02 REG-EN-CONTATO     PIC X(20).
          02 REG-EN-STATUS      PIC X(01).
