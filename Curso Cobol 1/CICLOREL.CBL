       IDENTIFICATION DIVISION.
       PROGRAM-ID. CICLOREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PEDIDMF ASSIGN TO "PEDIDMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PE-NUMERO
               FILE STATUS IS WRK-FS-PEDIDMF.
           SELECT ARQ-FATURAS ASSIGN TO "FATURMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-NUMERO
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT ARQ-PARCELAS ASSIGN TO "FATPARC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PA-CHAVE
               FILE STATUS IS WRK-FS-PARCELAS.
           SELECT ARQ-RELCICLO ASSIGN TO "CICLOREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELCICLO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PEDIDMF.
       01 REG-PEDIDO.
       COPY PEDIREG.
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-PARCELAS.
       01 REG-PARCELA.
       COPY PARREG.
       FD ARQ-RELCICLO.
       01 REG-RELCICLO         PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       01 WRK-COMPETENCIA.
          02 WRK-COMP-ANO     PIC 9(04).
          02 WRK-COMP-MES     PIC 9(02).
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).
       01 WRK-DATAREF.
          02 WRK-DATAREF-MES  PIC 9(06).
          02 WRK-DATAREF-DIA  PIC 9(02).
       01 WRK-DATAREF-N REDEFINES WRK-DATAREF PIC 9(08).
       77 WRK-FS-PEDIDMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PARCELAS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELCICLO  PIC X(02)     VALUE ZEROS.
       77 WRK-FATURMF-OK   PIC X(01)     VALUE 'N'.
       77 WRK-FATPARC-OK   PIC X(01)     VALUE 'N'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'CICLOREL'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-PERIODO-OK   PIC X(01)     VALUE 'N'.
       77 WRK-LIMITE       PIC 9(03)     VALUE ZEROS.
       77 WRK-FIMMES       PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.
       77 WRK-QTD-PED      PIC 9(04)     VALUE ZEROS.
       77 WRK-PD-IDX       PIC 9(04)     VALUE ZEROS.
       77 WRK-PED-EXCEDE   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-COORTE   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-PARADOS  PIC 9(06)     VALUE ZEROS.
       77 WRK-BUSCA-INI    PIC 9(04)     VALUE ZEROS.
       77 WRK-BUSCA-FIM    PIC 9(04)     VALUE ZEROS.
       77 WRK-BUSCA-MEIO   PIC 9(04)     VALUE ZEROS.
       77 WRK-PED-ACHADO   PIC X(01)     VALUE 'N'.
       77 WRK-PARC-IDX     PIC 9(02)     VALUE ZEROS.
       77 WRK-TEM-PARCELAS PIC X(01)     VALUE 'N'.
       77 WRK-PARC-ABERTA  PIC X(01)     VALUE 'N'.
       77 WRK-ETAPA        PIC 9(01)     VALUE ZEROS.
       77 WRK-DIAS         PIC S9(05)    VALUE ZEROS.
       77 WRK-DESDE        PIC 9(08)     VALUE ZEROS.
       77 WRK-DESC-ETAPA   PIC X(22)     VALUE SPACES.
       77 WRK-QTD-GR       PIC 9(03)     VALUE ZEROS.
       77 WRK-GR-IDX       PIC 9(03)     VALUE ZEROS.
       77 WRK-GR-ACHADO    PIC X(01)     VALUE 'N'.
       77 WRK-GR-EXCEDE    PIC 9(06)     VALUE ZEROS.
       77 WRK-BUSCA-TIPO   PIC X(01)     VALUE SPACES.
       77 WRK-BUSCA-COD    PIC X(05)     VALUE SPACES.
       77 WRK-TIPO-IMPR    PIC X(01)     VALUE SPACES.
       77 WRK-MEDIA        PIC 9(05)V9   VALUE ZEROS.
       77 WRK-DIAS-ED      PIC ZZZZ9.
       01 WRK-PED-TAB.
          02 WRK-PD-ITEM OCCURS 5000 TIMES.
             03 WRK-PD-NUMERO    PIC 9(08).
             03 WRK-PD-DATA      PIC 9(08).
             03 WRK-PD-FILIAL    PIC X(02).
             03 WRK-PD-TRANSP    PIC X(03).
             03 WRK-PD-CLIENTE   PIC X(05).
             03 WRK-PD-DATAEMB   PIC 9(08).
             03 WRK-PD-ENTREGA   PIC 9(08).
             03 WRK-PD-FATURA    PIC 9(08).
             03 WRK-PD-DATAFAT   PIC 9(08).
             03 WRK-PD-CAIXA     PIC 9(08).
             03 WRK-PD-REFCAIXA  PIC 9(08).
             03 WRK-PD-COORTE    PIC X(01).
       01 WRK-DIAS-TAB.
          02 WRK-DIAS-ETAPA   PIC S9(05) OCCURS 4 TIMES.
          02 WRK-FEITA-ETAPA  PIC X(01)  OCCURS 4 TIMES.
       01 WRK-GRUPO-TAB.
          02 WRK-GR-ITEM OCCURS 400 TIMES.
             03 WRK-GR-TIPO      PIC X(01).
             03 WRK-GR-COD       PIC X(05).
             03 WRK-GR-PEDIDOS   PIC 9(05).
             03 WRK-GR-ETAPA OCCURS 4 TIMES.
                04 WRK-GR-QTD    PIC 9(05).
                04 WRK-GR-SOMA   PIC 9(09).
                04 WRK-GR-MAX    PIC 9(05).
       01 WRK-DETALHE.
          02 WRK-DET-GRUPO     PIC X(14).
          02 WRK-DET-ETAPA OCCURS 4 TIMES.
             03 WRK-DET-QTD    PIC ZZZZ9.
             03 FILLER         PIC X(01).
             03 WRK-DET-MEDIA  PIC ZZZ9,9.
             03 FILLER         PIC X(01).
             03 WRK-DET-MAX    PIC ZZZZ9.
             03 FILLER         PIC X(02).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE 'N' TO WRK-PERIODO-OK.
           PERFORM UNTIL WRK-PERIODO-OK = 'S'
              DISPLAY ' MES DE REFERENCIA DOS PEDIDOS (AAAAMM)?'
              ACCEPT WRK-COMPETENCIA
              IF WRK-COMPETENCIA IS NUMERIC
                    AND WRK-COMP-ANO > 0
                    AND WRK-COMP-MES >= 1 AND WRK-COMP-MES <= 12
                 MOVE 'S' TO WRK-PERIODO-OK
              ELSE
                 DISPLAY 'MES DE REFERENCIA INVALIDO.'
              END-IF
           END-PERFORM.
           DISPLAY ' LIMITE DE DIAS PARADO EM UMA ETAPA (0=15)?'.
           ACCEPT WRK-LIMITE.
           IF WRK-LIMITE = 0
              MOVE 15 TO WRK-LIMITE
           END-IF.
           MOVE WRK-COMPETENCIA-N TO WRK-DATAREF-MES.
           MOVE 31 TO WRK-DATAREF-DIA.
           MOVE WRK-DATAREF-N TO WRK-FIMMES.
           OPEN INPUT ARQ-PEDIDMF.
           IF WRK-FS-PEDIDMF NOT = '00'
              DISPLAY 'CADASTRO DE PEDIDOS NAO ENCONTRADO.'
              GOBACK
           END-IF.
           MOVE 'N' TO WRK-FATURMF-OK WRK-FATPARC-OK.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS = '00'
              MOVE 'S' TO WRK-FATURMF-OK
           END-IF.
           OPEN INPUT ARQ-PARCELAS.
           IF WRK-FS-PARCELAS = '00'
              MOVE 'S' TO WRK-FATPARC-OK
           END-IF.
           PERFORM 0002-CARREGARPEDIDOS.
           CLOSE ARQ-PEDIDMF.
           IF WRK-FATURMF-OK = 'S'
              PERFORM 0003-LOCALIZARFATURAS
              CLOSE ARQ-FATURAS
           END-IF.
           PERFORM 0004-APURARRECEBIMENTO.
           IF WRK-FATPARC-OK = 'S'
              CLOSE ARQ-PARCELAS
           END-IF.
           MOVE ZEROS TO WRK-QTD-GR WRK-GR-EXCEDE WRK-QTD-PARADOS.
           OPEN OUTPUT ARQ-RELCICLO.
           PERFORM 0000-CABECALHO.
           PERFORM 0005-APURARCICLO.
           PERFORM 0006-IMPRIMIRMEDIAS.
           CLOSE ARQ-RELCICLO.
           DISPLAY 'PEDIDOS DO MES ...... ' WRK-QTD-COORTE.
           DISPLAY 'PEDIDOS PARADOS ..... ' WRK-QTD-PARADOS.
           DISPLAY 'RELATORIO GRAVADO EM CICLOREL.TXT'.
           MOVE 'CICLOREL.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'CICLO PEDIDO-CAIXA MES ' WRK-COMPETENCIA
              ' PEDIDOS=' WRK-QTD-COORTE
              ' PARADOS=' WRK-QTD-PARADOS
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.
           GOBACK.

       0002-CARREGARPEDIDOS.
           MOVE ZEROS TO WRK-QTD-PED WRK-PED-EXCEDE WRK-QTD-COORTE.
           MOVE ZEROS TO REG-PE-NUMERO.
           START ARQ-PEDIDMF KEY IS NOT LESS THAN REG-PE-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PEDIDMF
           END-START.
           PERFORM 0000-LERPEDIDO UNTIL WRK-FS-PEDIDMF = '10'.
           MOVE '00' TO WRK-FS-PEDIDMF.

       0000-LERPEDIDO.
           READ ARQ-PEDIDMF NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT AT END
                 IF REG-PE-STATUS NOT = 'C'
                       AND REG-PE-DATA <= WRK-FIMMES
                    IF WRK-QTD-PED < 5000
                       ADD 1 TO WRK-QTD-PED
                       MOVE WRK-QTD-PED TO WRK-PD-IDX
                       MOVE REG-PE-NUMERO TO WRK-PD-NUMERO(WRK-PD-IDX)
                       MOVE REG-PE-DATA TO WRK-PD-DATA(WRK-PD-IDX)
                       MOVE REG-PE-FILIAL TO WRK-PD-FILIAL(WRK-PD-IDX)
                       MOVE REG-PE-TRANSP TO WRK-PD-TRANSP(WRK-PD-IDX)
                       MOVE REG-PE-CLIENTE
                          TO WRK-PD-CLIENTE(WRK-PD-IDX)
                       MOVE REG-PE-DATAEMB
                          TO WRK-PD-DATAEMB(WRK-PD-IDX)
                       MOVE REG-PE-DATAENTREGA
                          TO WRK-PD-ENTREGA(WRK-PD-IDX)
                       MOVE ZEROS TO WRK-PD-FATURA(WRK-PD-IDX)
                          WRK-PD-DATAFAT(WRK-PD-IDX)
                          WRK-PD-CAIXA(WRK-PD-IDX)
                          WRK-PD-REFCAIXA(WRK-PD-IDX)
                       MOVE REG-PE-DATA TO WRK-DATAREF-N
                       IF WRK-DATAREF-MES = WRK-COMPETENCIA-N
                          MOVE 'S' TO WRK-PD-COORTE(WRK-PD-IDX)
                          ADD 1 TO WRK-QTD-COORTE
                       ELSE
                          MOVE 'N' TO WRK-PD-COORTE(WRK-PD-IDX)
                       END-IF
                    ELSE
                       ADD 1 TO WRK-PED-EXCEDE
                    END-IF
                 END-IF
           END-READ.

       0003-LOCALIZARFATURAS.
           MOVE ZEROS TO REG-FA-NUMERO.
           START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-FATURAS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-FATURAS
           END-START.
           PERFORM 0000-LERFATURA UNTIL WRK-FS-FATURAS = '10'.
           MOVE '00' TO WRK-FS-FATURAS.

       0000-LERFATURA.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 IF REG-FA-TIPO NOT = 'C'
                       AND REG-FA-ORIGEM NOT = 'M'
                       AND REG-FA-ORIGEM NOT = 'V'
                       AND REG-FA-ORIGEM NOT = 'S'
                       AND REG-FA-STATUS NOT = 'E'
                       AND REG-FA-PEDIDO > 0
                    PERFORM 0000-BUSCARPEDIDO
                    IF WRK-PED-ACHADO = 'S'
                       IF WRK-PD-FATURA(WRK-PD-IDX) = 0
                          MOVE REG-FA-NUMERO
                             TO WRK-PD-FATURA(WRK-PD-IDX)
                          MOVE REG-FA-DATA
                             TO WRK-PD-DATAFAT(WRK-PD-IDX)
                          MOVE REG-FA-DATA
                             TO WRK-PD-REFCAIXA(WRK-PD-IDX)
                          IF REG-FA-STATUS = 'P'
                             MOVE REG-FA-DATAPAGTO
                                TO WRK-PD-CAIXA(WRK-PD-IDX)
                          END-IF
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0000-BUSCARPEDIDO.
           MOVE 'N' TO WRK-PED-ACHADO.
           MOVE 1 TO WRK-BUSCA-INI.
           MOVE WRK-QTD-PED TO WRK-BUSCA-FIM.
           PERFORM UNTIL WRK-BUSCA-INI > WRK-BUSCA-FIM
                 OR WRK-PED-ACHADO = 'S'
              COMPUTE WRK-BUSCA-MEIO =
                 (WRK-BUSCA-INI + WRK-BUSCA-FIM) / 2
              EVALUATE TRUE
              WHEN WRK-PD-NUMERO(WRK-BUSCA-MEIO) = REG-FA-PEDIDO
                 MOVE 'S' TO WRK-PED-ACHADO
                 MOVE WRK-BUSCA-MEIO TO WRK-PD-IDX
              WHEN WRK-PD-NUMERO(WRK-BUSCA-MEIO) < REG-FA-PEDIDO
                 COMPUTE WRK-BUSCA-INI = WRK-BUSCA-MEIO + 1
              WHEN WRK-BUSCA-MEIO = 1
                 MOVE ZEROS TO WRK-BUSCA-FIM
              WHEN OTHER
                 COMPUTE WRK-BUSCA-FIM = WRK-BUSCA-MEIO - 1
              END-EVALUATE
           END-PERFORM.

       0004-APURARRECEBIMENTO.
           IF WRK-FATPARC-OK = 'S'
              PERFORM VARYING WRK-PD-IDX FROM 1 BY 1
                    UNTIL WRK-PD-IDX > WRK-QTD-PED
                 IF WRK-PD-FATURA(WRK-PD-IDX) > 0
                    PERFORM 0000-APURARPARCELAS
                 END-IF
              END-PERFORM
           END-IF.

       0000-APURARPARCELAS.
           MOVE 'N' TO WRK-TEM-PARCELAS WRK-PARC-ABERTA.
           MOVE ZEROS TO WRK-DESDE WRK-SRV-DATA2.
           PERFORM VARYING WRK-PARC-IDX FROM 1 BY 1
                 UNTIL WRK-PARC-IDX > 12
              MOVE WRK-PD-FATURA(WRK-PD-IDX) TO REG-PA-FATURA
              MOVE WRK-PARC-IDX TO REG-PA-PARCELA
              READ ARQ-PARCELAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-TEM-PARCELAS
                    IF REG-PA-STATUS = 'P'
                       IF REG-PA-DATAPAGTO > WRK-SRV-DATA2
                          MOVE REG-PA-DATAPAGTO TO WRK-SRV-DATA2
                       END-IF
                    ELSE
                       IF WRK-PARC-ABERTA = 'N'
                             OR REG-PA-VENCIMENTO < WRK-DESDE
                          MOVE REG-PA-VENCIMENTO TO WRK-DESDE
                       END-IF
                       MOVE 'S' TO WRK-PARC-ABERTA
                    END-IF
              END-READ
           END-PERFORM.
           IF WRK-TEM-PARCELAS = 'S'
              IF WRK-PARC-ABERTA = 'S'
                 MOVE ZEROS TO WRK-PD-CAIXA(WRK-PD-IDX)
                 MOVE WRK-DESDE TO WRK-PD-REFCAIXA(WRK-PD-IDX)
              ELSE
                 MOVE WRK-SRV-DATA2 TO WRK-PD-CAIXA(WRK-PD-IDX)
              END-IF
           END-IF.

       0005-APURARCICLO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PEDIDOS PARADOS HA MAIS DE ' WRK-LIMITE
              ' DIAS EM UMA ETAPA (POSICAO EM ' WRK-DATASISTEMA ')'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCICLO FROM WRK-LINHA.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELCICLO FROM WRK-LINHA.
           MOVE 'G' TO WRK-BUSCA-TIPO.
           MOVE SPACES TO WRK-BUSCA-COD.
           PERFORM 0000-LOCALIZARGRUPO.
           PERFORM VARYING WRK-PD-IDX FROM 1 BY 1
                 UNTIL WRK-PD-IDX > WRK-QTD-PED
              PERFORM 0000-CALCULARETAPAS
              IF WRK-PD-COORTE(WRK-PD-IDX) = 'S'
                 PERFORM 0000-ACUMULARPEDIDO
              END-IF
              PERFORM 0000-VERIFICARPARADO
           END-PERFORM.
           IF WRK-QTD-PARADOS = 0
              MOVE 'NENHUM PEDIDO PARADO ACIMA DO LIMITE.' TO WRK-LINHA
              WRITE REG-RELCICLO FROM WRK-LINHA
           END-IF.
           IF WRK-PED-EXCEDE > 0
              MOVE SPACES TO WRK-LINHA
              STRING 'ATENCAO: ' WRK-PED-EXCEDE
                 ' PEDIDOS ALEM DO LIMITE DE 5000 NAO ANALISADOS.'
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELCICLO FROM WRK-LINHA
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELCICLO FROM WRK-LINHA.

       0000-CALCULARETAPAS.
           MOVE ZEROS TO WRK-DIAS-ETAPA(1) WRK-DIAS-ETAPA(2)
              WRK-DIAS-ETAPA(3) WRK-DIAS-ETAPA(4).
           MOVE 'N' TO WRK-FEITA-ETAPA(1) WRK-FEITA-ETAPA(2)
              WRK-FEITA-ETAPA(3) WRK-FEITA-ETAPA(4).
           IF WRK-PD-DATAEMB(WRK-PD-IDX) > 0
              MOVE WRK-PD-DATA(WRK-PD-IDX) TO WRK-SRV-DATA1
              MOVE WRK-PD-DATAEMB(WRK-PD-IDX) TO WRK-SRV-DATA2
              MOVE 1 TO WRK-ETAPA
              PERFORM 0000-DIASETAPA
           END-IF.
           IF WRK-PD-DATAEMB(WRK-PD-IDX) > 0
                 AND WRK-PD-ENTREGA(WRK-PD-IDX) > 0
              MOVE WRK-PD-DATAEMB(WRK-PD-IDX) TO WRK-SRV-DATA1
              MOVE WRK-PD-ENTREGA(WRK-PD-IDX) TO WRK-SRV-DATA2
              MOVE 2 TO WRK-ETAPA
              PERFORM 0000-DIASETAPA
           END-IF.
           IF WRK-PD-ENTREGA(WRK-PD-IDX) > 0
                 AND WRK-PD-FATURA(WRK-PD-IDX) > 0
              MOVE WRK-PD-ENTREGA(WRK-PD-IDX) TO WRK-SRV-DATA1
              MOVE WRK-PD-DATAFAT(WRK-PD-IDX) TO WRK-SRV-DATA2
              MOVE 3 TO WRK-ETAPA
              PERFORM 0000-DIASETAPA
           END-IF.
           IF WRK-PD-FATURA(WRK-PD-IDX) > 0
                 AND WRK-PD-CAIXA(WRK-PD-IDX) > 0
              MOVE WRK-PD-DATAFAT(WRK-PD-IDX) TO WRK-SRV-DATA1
              MOVE WRK-PD-CAIXA(WRK-PD-IDX) TO WRK-SRV-DATA2
              MOVE 4 TO WRK-ETAPA
              PERFORM 0000-DIASETAPA
           END-IF.

       0000-DIASETAPA.
           PERFORM 0000-CONTARDIAS.
           IF WRK-DIAS < 0
              MOVE ZEROS TO WRK-DIAS
           END-IF.
           MOVE WRK-DIAS TO WRK-DIAS-ETAPA(WRK-ETAPA).
           MOVE 'S' TO WRK-FEITA-ETAPA(WRK-ETAPA).

       0000-CONTARDIAS.
           MOVE 'D' TO WRK-SRV-FUNCAO.
           MOVE ZEROS TO WRK-SRV-NUMERO.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           MOVE WRK-SRV-NUMERO TO WRK-DIAS.

       0000-ACUMULARPEDIDO.
           MOVE 'G' TO WRK-BUSCA-TIPO.
           MOVE SPACES TO WRK-BUSCA-COD.
           PERFORM 0000-ACUMULARGRUPO.
           MOVE 'F' TO WRK-BUSCA-TIPO.
           MOVE WRK-PD-FILIAL(WRK-PD-IDX) TO WRK-BUSCA-COD.
           PERFORM 0000-ACUMULARGRUPO.
           MOVE 'T' TO WRK-BUSCA-TIPO.
           MOVE WRK-PD-TRANSP(WRK-PD-IDX) TO WRK-BUSCA-COD.
           PERFORM 0000-ACUMULARGRUPO.
           MOVE 'C' TO WRK-BUSCA-TIPO.
           MOVE WRK-PD-CLIENTE(WRK-PD-IDX) TO WRK-BUSCA-COD.
           PERFORM 0000-ACUMULARGRUPO.

       0000-ACUMULARGRUPO.
           PERFORM 0000-LOCALIZARGRUPO.
           IF WRK-GR-ACHADO = 'S'
              ADD 1 TO WRK-GR-PEDIDOS(WRK-GR-IDX)
              PERFORM VARYING WRK-ETAPA FROM 1 BY 1
                    UNTIL WRK-ETAPA > 4
                 IF WRK-FEITA-ETAPA(WRK-ETAPA) = 'S'
                    ADD 1 TO WRK-GR-QTD(WRK-GR-IDX, WRK-ETAPA)
                    ADD WRK-DIAS-ETAPA(WRK-ETAPA)
                       TO WRK-GR-SOMA(WRK-GR-IDX, WRK-ETAPA)
                    IF WRK-DIAS-ETAPA(WRK-ETAPA)
                          > WRK-GR-MAX(WRK-GR-IDX, WRK-ETAPA)
                       MOVE WRK-DIAS-ETAPA(WRK-ETAPA)
                          TO WRK-GR-MAX(WRK-GR-IDX, WRK-ETAPA)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       0000-LOCALIZARGRUPO.
           MOVE 'N' TO WRK-GR-ACHADO.
           PERFORM VARYING WRK-GR-IDX FROM 1 BY 1
                 UNTIL WRK-GR-IDX > WRK-QTD-GR
                    OR WRK-GR-ACHADO = 'S'
              IF WRK-GR-TIPO(WRK-GR-IDX) = WRK-BUSCA-TIPO
                    AND WRK-GR-COD(WRK-GR-IDX) = WRK-BUSCA-COD
                 MOVE 'S' TO WRK-GR-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-GR-ACHADO = 'S'
              SUBTRACT 1 FROM WRK-GR-IDX
           ELSE
              IF WRK-QTD-GR < 400
                 ADD 1 TO WRK-QTD-GR
                 MOVE WRK-QTD-GR TO WRK-GR-IDX
                 MOVE WRK-BUSCA-TIPO TO WRK-GR-TIPO(WRK-GR-IDX)
                 MOVE WRK-BUSCA-COD TO WRK-GR-COD(WRK-GR-IDX)
                 MOVE ZEROS TO WRK-GR-PEDIDOS(WRK-GR-IDX)
                 PERFORM VARYING WRK-ETAPA FROM 1 BY 1
                       UNTIL WRK-ETAPA > 4
                    MOVE ZEROS TO WRK-GR-QTD(WRK-GR-IDX, WRK-ETAPA)
                       WRK-GR-SOMA(WRK-GR-IDX, WRK-ETAPA)
                       WRK-GR-MAX(WRK-GR-IDX, WRK-ETAPA)
                 END-PERFORM
                 MOVE 'S' TO WRK-GR-ACHADO
              ELSE
                 ADD 1 TO WRK-GR-EXCEDE
              END-IF
           END-IF.

       0000-VERIFICARPARADO.
           MOVE WRK-DATASISTEMA TO WRK-SRV-DATA2.
           IF WRK-PD-DATAEMB(WRK-PD-IDX) = 0
              MOVE WRK-PD-DATA(WRK-PD-IDX) TO WRK-DESDE
              MOVE 'AGUARDANDO EMBARQUE' TO WRK-DESC-ETAPA
              PERFORM 0000-LISTARPARADO
           END-IF.
           IF WRK-PD-DATAEMB(WRK-PD-IDX) > 0
                 AND WRK-PD-ENTREGA(WRK-PD-IDX) = 0
              MOVE WRK-PD-DATAEMB(WRK-PD-IDX) TO WRK-DESDE
              MOVE 'EM TRANSITO' TO WRK-DESC-ETAPA
              PERFORM 0000-LISTARPARADO
           END-IF.
           IF WRK-PD-ENTREGA(WRK-PD-IDX) > 0
                 AND WRK-PD-FATURA(WRK-PD-IDX) = 0
              MOVE WRK-PD-ENTREGA(WRK-PD-IDX) TO WRK-DESDE
              MOVE 'AGUARDANDO FATURAMENTO' TO WRK-DESC-ETAPA
              PERFORM 0000-LISTARPARADO
           END-IF.
           IF WRK-PD-FATURA(WRK-PD-IDX) > 0
                 AND WRK-PD-CAIXA(WRK-PD-IDX) = 0
              MOVE WRK-PD-REFCAIXA(WRK-PD-IDX) TO WRK-DESDE
              MOVE 'AGUARDANDO RECEBIMENTO' TO WRK-DESC-ETAPA
              PERFORM 0000-LISTARPARADO
           END-IF.

       0000-LISTARPARADO.
           MOVE WRK-DESDE TO WRK-SRV-DATA1.
           MOVE WRK-DATASISTEMA TO WRK-SRV-DATA2.
           PERFORM 0000-CONTARDIAS.
           IF WRK-DIAS > WRK-LIMITE
              ADD 1 TO WRK-QTD-PARADOS
              MOVE WRK-DIAS TO WRK-DIAS-ED
              MOVE SPACES TO WRK-LINHA
              STRING 'PEDIDO ' WRK-PD-NUMERO(WRK-PD-IDX)
                 ' CLI ' WRK-PD-CLIENTE(WRK-PD-IDX)
                 ' FIL ' WRK-PD-FILIAL(WRK-PD-IDX)
                 ' TR ' WRK-PD-TRANSP(WRK-PD-IDX)
                 ' ' WRK-DESC-ETAPA
                 ' DESDE ' WRK-DESDE
                 ' DIAS=' WRK-DIAS-ED
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELCICLO FROM WRK-LINHA
           END-IF.

       0006-IMPRIMIRMEDIAS.
           MOVE 'ETAPAS: 1=PEDIDO>EMBARQUE 2=EMBARQUE>ENTREGA '
              TO WRK-LINHA.
           WRITE REG-RELCICLO FROM WRK-LINHA.
           MOVE '        3=ENTREGA>FATURA 4=FATURA>RECEBIMENTO'
              TO WRK-LINHA.
           WRITE REG-RELCICLO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING '(QTD = PEDIDOS COM A ETAPA CONCLUIDA, MEDIA E '
              'PIOR CASO EM DIAS CORRIDOS)'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCICLO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELCICLO FROM WRK-LINHA.
           MOVE 'G' TO WRK-TIPO-IMPR.
           MOVE 'GERAL DO MES' TO WRK-LINHA.
           PERFORM 0000-IMPRIMIRSECAO.
           MOVE 'F' TO WRK-TIPO-IMPR.
           MOVE 'POR FILIAL' TO WRK-LINHA.
           PERFORM 0000-IMPRIMIRSECAO.
           MOVE 'T' TO WRK-TIPO-IMPR.
           MOVE 'POR TRANSPORTADORA' TO WRK-LINHA.
           PERFORM 0000-IMPRIMIRSECAO.
           MOVE 'C' TO WRK-TIPO-IMPR.
           MOVE 'POR CLIENTE' TO WRK-LINHA.
           PERFORM 0000-IMPRIMIRSECAO.
           IF WRK-GR-EXCEDE > 0
              MOVE SPACES TO WRK-LINHA
              STRING 'ATENCAO: ' WRK-GR-EXCEDE
                 ' LANCAMENTOS SEM ESPACO NA TABELA DE GRUPOS.'
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELCICLO FROM WRK-LINHA
           END-IF.

       0000-IMPRIMIRSECAO.
           WRITE REG-RELCICLO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING '               --- ETAPA 1 ---- '
              '   --- ETAPA 2 ----    --- ETAPA 3 ---- '
              '   --- ETAPA 4 ----'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCICLO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'GRUPO           QTD  MEDIA   MAX  '
              '  QTD  MEDIA   MAX    QTD  MEDIA   MAX  '
              '  QTD  MEDIA   MAX'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCICLO FROM WRK-LINHA.
           PERFORM VARYING WRK-GR-IDX FROM 1 BY 1
                 UNTIL WRK-GR-IDX > WRK-QTD-GR
              IF WRK-GR-TIPO(WRK-GR-IDX) = WRK-TIPO-IMPR
                 PERFORM 0000-IMPRIMIRGRUPO
              END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           WRITE REG-RELCICLO FROM WRK-LINHA.

       0000-IMPRIMIRGRUPO.
           MOVE SPACES TO WRK-DETALHE.
           EVALUATE TRUE
           WHEN WRK-GR-TIPO(WRK-GR-IDX) = 'G'
              MOVE 'TODOS' TO WRK-DET-GRUPO
           WHEN WRK-GR-COD(WRK-GR-IDX) NOT = SPACES
              MOVE WRK-GR-COD(WRK-GR-IDX) TO WRK-DET-GRUPO
           WHEN WRK-GR-TIPO(WRK-GR-IDX) = 'F'
              MOVE 'MATRIZ' TO WRK-DET-GRUPO
           WHEN WRK-GR-TIPO(WRK-GR-IDX) = 'T'
              MOVE 'SEM TRANSP' TO WRK-DET-GRUPO
           WHEN OTHER
              MOVE 'CONSUMIDOR' TO WRK-DET-GRUPO
           END-EVALUATE.
           PERFORM VARYING WRK-ETAPA FROM 1 BY 1
                 UNTIL WRK-ETAPA > 4
              MOVE WRK-GR-QTD(WRK-GR-IDX, WRK-ETAPA)
                 TO WRK-DET-QTD(WRK-ETAPA)
              MOVE ZEROS TO WRK-MEDIA
              IF WRK-GR-QTD(WRK-GR-IDX, WRK-ETAPA) > 0
                 COMPUTE WRK-MEDIA ROUNDED =
                    WRK-GR-SOMA(WRK-GR-IDX, WRK-ETAPA)
                    / WRK-GR-QTD(WRK-GR-IDX, WRK-ETAPA)
              END-IF
              MOVE WRK-MEDIA TO WRK-DET-MEDIA(WRK-ETAPA)
              MOVE WRK-GR-MAX(WRK-GR-IDX, WRK-ETAPA)
                 TO WRK-DET-MAX(WRK-ETAPA)
           END-PERFORM.
           MOVE WRK-DETALHE TO WRK-LINHA.
           WRITE REG-RELCICLO FROM WRK-LINHA.

       0000-CABECALHO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CICLO DO PEDIDO AO RECEBIMENTO - PEDIDOS DE '
              WRK-COMP-MES '/' WRK-COMP-ANO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCICLO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EMITIDO EM ' WRK-DATASISTEMA
              ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCICLO FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELCICLO FROM WRK-LINHA.
