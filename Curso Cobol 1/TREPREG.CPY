      *----------------------------------------------------------------
      * TREPREG.CPY
      * LAYOUT UNICO DO REGISTRO DE DESIGNACAO DE VENDEDORES A
      * TERRITORIOS (TERRREP.DAT). CHAVE: VENDEDOR + VIGENCIA.
      * VIGENCIA: COMPETENCIA (AAAAMM) A PARTIR DA QUAL O VENDEDOR
      * PASSA AO TERRITORIO; VALE ATE A PROXIMA DESIGNACAO DO MESMO
      * VENDEDOR, DE MODO QUE OS MESES ANTERIORES CONTINUAM NO
      * TERRITORIO ANTIGO.
      *----------------------------------------------------------------
          02 REG-TV-CHAVE.
             03 REG-TV-VENDEDOR  PIC X(05).
             03 REG-TV-VIGENCIA  PIC 9(06).
          02 REG-TV-TERRITORIO  PIC X(04).
          02 REG-TV-DATA        PIC 9(08).
          02 REG-TV-OPERADOR    PIC X(08).
