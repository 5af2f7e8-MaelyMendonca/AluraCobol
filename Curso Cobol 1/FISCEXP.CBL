       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCEXP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FATURAS ASSIGN TO "FATURMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-NUMERO
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT ARQ-CLIENTES ASSIGN TO "CLIMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CL-COD
               FILE STATUS IS WRK-FS-CLIENTES.
           SELECT ARQ-FISCPARM ASSIGN TO "FISCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FISCPARM.
           SELECT ARQ-FISCCTRL ASSIGN TO "FISCCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FISCCTRL.
           SELECT ARQ-FISCAL ASSIGN TO "FISCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FISCAL.
           SELECT ARQ-RETFISC ASSIGN TO "RETFISC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETFISC.
           SELECT ARQ-RELFISC ASSIGN TO WRK-NOME-RELAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELFISC.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-CLIENTES.
       01 REG-CLIENTE.
       COPY CLIREG.
       FD ARQ-FISCPARM.
       01 REG-FISCPARM.
          02 REG-FP-UF        PIC X(02).
          02 REG-FP-CNPJ      PIC 9(14).
          02 REG-FP-IE        PIC X(14).
       FD ARQ-FISCCTRL.
       01 REG-FISCCTRL         PIC 9(06).
       FD ARQ-FISCAL.
       01 REG-FISC-CABECALHO.
          02 REG-FC-TIPO        PIC X(01).
          02 REG-FC-LOTE        PIC 9(06).
          02 REG-FC-DATAGER     PIC 9(08).
          02 REG-FC-UF          PIC X(02).
          02 REG-FC-CNPJ        PIC 9(14).
          02 REG-FC-IE          PIC X(14).
          02 FILLER             PIC X(155).
       01 REG-FISC-DOCUMENTO.
          02 REG-FD-TIPO        PIC X(01).
          02 REG-FD-NUMERO      PIC 9(08).
          02 REG-FD-ESPECIE     PIC X(02).
          02 REG-FD-DATA        PIC 9(08).
          02 REG-FD-CFOP        PIC 9(04).
          02 REG-FD-CLIENTE     PIC X(05).
          02 REG-FD-NOMECLI     PIC X(30).
          02 REG-FD-UF          PIC X(02).
          02 REG-FD-REFERENCIA  PIC 9(08).
          02 REG-FD-VALORPROD   PIC 9(11)V99.
          02 REG-FD-FRETE       PIC 9(11)V99.
          02 REG-FD-SEGURO      PIC 9(11)V99.
          02 REG-FD-BASEICMS    PIC 9(11)V99.
          02 REG-FD-ALIQUOTA    PIC 9(02)V99.
          02 REG-FD-ICMS        PIC 9(11)V99.
          02 REG-FD-TOTAL       PIC 9(11)V99.
          02 REG-FD-QTDITENS    PIC 9(03).
          02 REG-FD-STATUS      PIC X(01).
          02 FILLER             PIC X(46).
       01 REG-FISC-ITEM.
          02 REG-FI-TIPO        PIC X(01).
          02 REG-FI-NUMERO      PIC 9(08).
          02 REG-FI-SEQ         PIC 9(03).
          02 REG-FI-CODIGO      PIC X(06).
          02 REG-FI-DESCRICAO   PIC X(40).
          02 REG-FI-CFOP        PIC 9(04).
          02 REG-FI-QTD         PIC 9(05).
          02 REG-FI-VALUNIT     PIC 9(11)V99.
          02 REG-FI-VALTOTAL    PIC 9(11)V99.
          02 REG-FI-BASEICMS    PIC 9(11)V99.
          02 REG-FI-ALIQUOTA    PIC 9(02)V99.
          02 REG-FI-ICMS        PIC 9(11)V99.
          02 FILLER             PIC X(77).
       01 REG-FISC-TRAILER.
          02 REG-FT-TIPO        PIC X(01).
          02 REG-FT-LOTE        PIC 9(06).
          02 REG-FT-QTDDOC      PIC 9(06).
          02 REG-FT-QTDITENS    PIC 9(06).
          02 REG-FT-QTDREG      PIC 9(06).
          02 REG-FT-TOTVALOR    PIC 9(13)V99.
          02 REG-FT-TOTBASE     PIC 9(13)V99.
          02 REG-FT-TOTICMS     PIC 9(13)V99.
          02 FILLER             PIC X(130).
       FD ARQ-RETFISC.
       01 REG-RETFISC.
          02 REG-RF-NUMERO      PIC 9(08).
          02 REG-RF-CODIGO      PIC X(03).
          02 REG-RF-MENSAGEM    PIC X(60).
       FD ARQ-RELFISC.
       01 REG-RELFISC          PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CLIENTES  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FISCPARM  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FISCCTRL  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FISCAL    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RETFISC   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELFISC   PIC X(02)     VALUE ZEROS.
       77 WRK-CLIMF-OK     PIC X(01)     VALUE 'N'.
       77 WRK-FISCPARM-OK  PIC X(01)     VALUE 'N'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'FISCEXP'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-REGERAR      PIC X(01)     VALUE 'N'.
       77 WRK-NUM-LOTE     PIC 9(06)     VALUE ZEROS.
       77 WRK-NUM-FATURA   PIC 9(08)     VALUE ZEROS.
       77 WRK-QTD-DOC      PIC 9(04)     VALUE ZEROS.
       77 WRK-DOC-IDX      PIC 9(04)     VALUE ZEROS.
       77 WRK-DOC-EXCEDE   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-ITENS    PIC 9(01)     VALUE ZEROS.
       77 WRK-IT-IDX       PIC 9(01)     VALUE ZEROS.
       77 WRK-PREFIXO      PIC 9(01)     VALUE ZEROS.
       77 WRK-QTD-NF       PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-NC       PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-ITENSTOT PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-REG      PIC 9(06)     VALUE ZEROS.
       77 WRK-TOT-VALOR    PIC 9(13)V99  VALUE ZEROS.
       77 WRK-TOT-BASE     PIC 9(13)V99  VALUE ZEROS.
       77 WRK-TOT-ICMS     PIC 9(13)V99  VALUE ZEROS.
       77 WRK-ORIG-ACHADA  PIC X(01)     VALUE 'N'.
       77 WRK-ORIG-BASE    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-ORIG-ICMS    PIC 9(08)V99  VALUE ZEROS.
       77 WRK-ORIG-TOTAL   PIC 9(09)V99  VALUE ZEROS.
       77 WRK-ICMS-ITEM1   PIC 9(11)V99  VALUE ZEROS.
       77 WRK-QTD-LIDAS    PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-REJEIT   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-IGNOR    PIC 9(06)     VALUE ZEROS.
       77 WRK-SITUACAO     PIC X(40)     VALUE SPACES.
       77 WRK-VALOR-ED     PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WRK-ICMS-ED      PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-TOTVALOR-ED  PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-TOTICMS-ED   PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-FISCPARM.
          02 WRK-FP-UF        PIC X(02).
          02 WRK-FP-CNPJ      PIC 9(14).
          02 WRK-FP-IE        PIC X(14).
       01 WRK-DOC-TAB.
          02 WRK-DOC-NUM      PIC 9(08) OCCURS 3000 TIMES.
       01 WRK-DOCUMENTO.
          02 WRK-DC-NUMERO    PIC 9(08).
          02 WRK-DC-ESPECIE   PIC X(02).
          02 WRK-DC-DATA      PIC 9(08).
          02 WRK-DC-CLIENTE   PIC X(05).
          02 WRK-DC-NOMECLI   PIC X(30).
          02 WRK-DC-UF        PIC X(02).
          02 WRK-DC-REFERENCIA PIC 9(08).
          02 WRK-DC-VALORPROD PIC 9(11)V99.
          02 WRK-DC-FRETE     PIC 9(11)V99.
          02 WRK-DC-SEGURO    PIC 9(11)V99.
          02 WRK-DC-BASEICMS  PIC 9(11)V99.
          02 WRK-DC-ALIQUOTA  PIC 9(02)V99.
          02 WRK-DC-ICMS      PIC 9(11)V99.
          02 WRK-DC-TOTAL     PIC 9(11)V99.
          02 WRK-DC-STATUS    PIC X(01).
       01 WRK-ITEM-TAB.
          02 WRK-IT-ITEM OCCURS 3 TIMES.
             03 WRK-IT-CODIGO    PIC X(06).
             03 WRK-IT-DESCRICAO PIC X(40).
             03 WRK-IT-CFOP      PIC 9(04).
             03 WRK-IT-VALOR     PIC 9(11)V99.
             03 WRK-IT-BASE      PIC 9(11)V99.
             03 WRK-IT-ICMS      PIC 9(11)V99.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'EXPORTACAO FISCAL DE FATURAS'.
           DISPLAY ' 1 - GERAR LOTE COM FATURAS PENDENTES'.
           DISPLAY ' 2 - REGERAR LOTE JA EXPORTADO'.
           DISPLAY ' 3 - CARREGAR RETORNO DE REJEICOES (RETFISC)'.
           DISPLAY ' 4 - LIBERAR FATURA CORRIGIDA PARA REENVIO'.
           DISPLAY ' 5 - CONSULTAR SITUACAO FISCAL DE FATURA'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 MOVE 'N' TO WRK-REGERAR
                 PERFORM 0003-GERARLOTE
              WHEN '2'
                 MOVE 'S' TO WRK-REGERAR
                 PERFORM 0003-GERARLOTE
              WHEN '3'
                 PERFORM 0004-CARREGARRETORNO
              WHEN '4'
                 PERFORM 0005-LIBERARFATURA
              WHEN '5'
                 PERFORM 0006-CONSULTARFATURA
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0003-GERARLOTE.
           PERFORM 0000-LERFISCPARM.
           IF WRK-FISCPARM-OK = 'N'
              DISPLAY 'DADOS FISCAIS DO EMITENTE NAO CADASTRADOS '
                 '(FISCPARM.DAT), EXPORTACAO CANCELADA.'
           ELSE
              OPEN I-O ARQ-FATURAS
              IF WRK-FS-FATURAS NOT = '00'
                 DISPLAY 'CADASTRO DE FATURAS NAO ENCONTRADO.'
              ELSE
                 IF WRK-REGERAR = 'S'
                    DISPLAY ' NUMERO DO LOTE A REGERAR?'
                    ACCEPT WRK-NUM-LOTE
                 END-IF
                 PERFORM 0100-SELECIONARFATURAS
                 IF WRK-QTD-DOC = 0
                    DISPLAY 'NENHUMA FATURA A EXPORTAR.'
                 ELSE
                    IF WRK-REGERAR = 'N'
                       PERFORM 0000-LERNUMLOTE
                       ADD 1 TO WRK-NUM-LOTE
                    END-IF
                    PERFORM 0110-GERARARQUIVO
                    IF WRK-REGERAR = 'N'
                       PERFORM 0000-GRAVARNUMLOTE
                    END-IF
                    PERFORM 0120-RESUMOLOTE
                 END-IF
                 CLOSE ARQ-FATURAS
              END-IF
           END-IF.

       0100-SELECIONARFATURAS.
           MOVE ZEROS TO WRK-QTD-DOC WRK-DOC-EXCEDE.
           MOVE ZEROS TO REG-FA-NUMERO.
           START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-FATURAS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-FATURAS
           END-START.
           PERFORM 0000-SELECIONARFATURA
              UNTIL WRK-FS-FATURAS = '10'.
           MOVE '00' TO WRK-FS-FATURAS.
           IF WRK-DOC-EXCEDE > 0
              DISPLAY 'LIMITE DE 3000 DOCUMENTOS POR LOTE, '
                 WRK-DOC-EXCEDE ' FICAM PARA O PROXIMO LOTE.'
           END-IF.

       0000-SELECIONARFATURA.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 IF REG-FA-ORIGEM NOT = 'M'
                       AND REG-FA-ORIGEM NOT = 'S'
                    IF (WRK-REGERAR = 'N'
                          AND REG-FA-SITFISCAL = SPACES)
                       OR (WRK-REGERAR = 'S'
                          AND REG-FA-SITFISCAL = 'X'
                          AND REG-FA-LOTEFISCAL = WRK-NUM-LOTE)
                       IF WRK-QTD-DOC < 3000
                          ADD 1 TO WRK-QTD-DOC
                          MOVE REG-FA-NUMERO
                             TO WRK-DOC-NUM(WRK-QTD-DOC)
                       ELSE
                          ADD 1 TO WRK-DOC-EXCEDE
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       0110-GERARARQUIVO.
           MOVE 'N' TO WRK-CLIMF-OK.
           OPEN INPUT ARQ-CLIENTES.
           IF WRK-FS-CLIENTES = '00'
              MOVE 'S' TO WRK-CLIMF-OK
           END-IF.
           MOVE ZEROS TO WRK-QTD-NF WRK-QTD-NC WRK-QTD-ITENSTOT
              WRK-QTD-REG WRK-TOT-VALOR WRK-TOT-BASE WRK-TOT-ICMS.
           MOVE 'FISCEXP.TXT' TO WRK-NOME-RELAT.
           OPEN OUTPUT ARQ-RELFISC.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-REGERAR = 'S'
              STRING 'EXPORTACAO FISCAL - REGERACAO DO LOTE '
                 WRK-NUM-LOTE ' - ' WRK-DATASISTEMA
                 ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              STRING 'EXPORTACAO FISCAL - LOTE ' WRK-NUM-LOTE
                 ' - ' WRK-DATASISTEMA ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELFISC FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELFISC FROM WRK-LINHA.
           OPEN OUTPUT ARQ-FISCAL.
           MOVE SPACES TO REG-FISC-CABECALHO.
           MOVE '0' TO REG-FC-TIPO.
           MOVE WRK-NUM-LOTE TO REG-FC-LOTE.
           MOVE WRK-DATASISTEMA TO REG-FC-DATAGER.
           MOVE WRK-FP-UF TO REG-FC-UF.
           MOVE WRK-FP-CNPJ TO REG-FC-CNPJ.
           MOVE WRK-FP-IE TO REG-FC-IE.
           WRITE REG-FISC-CABECALHO.
           ADD 1 TO WRK-QTD-REG.
           PERFORM VARYING WRK-DOC-IDX FROM 1 BY 1
                 UNTIL WRK-DOC-IDX > WRK-QTD-DOC
              PERFORM 0000-EXPORTARDOCUMENTO
           END-PERFORM.
           ADD 1 TO WRK-QTD-REG.
           MOVE SPACES TO REG-FISC-TRAILER.
           MOVE '9' TO REG-FT-TIPO.
           MOVE WRK-NUM-LOTE TO REG-FT-LOTE.
           COMPUTE REG-FT-QTDDOC = WRK-QTD-NF + WRK-QTD-NC.
           MOVE WRK-QTD-ITENSTOT TO REG-FT-QTDITENS.
           MOVE WRK-QTD-REG TO REG-FT-QTDREG.
           MOVE WRK-TOT-VALOR TO REG-FT-TOTVALOR.
           MOVE WRK-TOT-BASE TO REG-FT-TOTBASE.
           MOVE WRK-TOT-ICMS TO REG-FT-TOTICMS.
           WRITE REG-FISC-TRAILER.
           CLOSE ARQ-FISCAL.
           IF WRK-CLIMF-OK = 'S'
              CLOSE ARQ-CLIENTES
           END-IF.

       0000-EXPORTARDOCUMENTO.
           MOVE WRK-DOC-NUM(WRK-DOC-IDX) TO REG-FA-NUMERO.
           READ ARQ-FATURAS
              INVALID KEY
                 DISPLAY 'FATURA NAO ENCONTRADA: ' REG-FA-NUMERO
              NOT INVALID KEY
                 PERFORM 0000-MONTARDOCUMENTO
                 PERFORM 0000-GRAVARDOCUMENTO
                 IF WRK-REGERAR = 'N'
                    PERFORM 0000-MARCAREXPORTADA
                 END-IF
           END-READ.

       0000-MONTARDOCUMENTO.
           MOVE REG-FA-NUMERO TO WRK-DC-NUMERO.
           MOVE REG-FA-DATA TO WRK-DC-DATA.
           MOVE REG-FA-CLIENTE TO WRK-DC-CLIENTE.
           MOVE REG-FA-UF TO WRK-DC-UF.
           MOVE REG-FA-REFERENCIA TO WRK-DC-REFERENCIA.
           MOVE REG-FA-STATUS TO WRK-DC-STATUS.
           MOVE REG-FA-VALOR TO WRK-DC-VALORPROD.
           MOVE REG-FA-FRETE TO WRK-DC-FRETE.
           MOVE REG-FA-SEGURO TO WRK-DC-SEGURO.
           MOVE REG-FA-ICMS TO WRK-DC-ICMS.
           MOVE REG-FA-TOTAL TO WRK-DC-TOTAL.
           MOVE ZEROS TO WRK-DC-BASEICMS WRK-DC-ALIQUOTA.
           MOVE SPACES TO WRK-DC-NOMECLI.
           IF WRK-CLIMF-OK = 'S' AND REG-FA-CLIENTE NOT = SPACES
              MOVE REG-FA-CLIENTE TO REG-CL-COD
              READ ARQ-CLIENTES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE REG-CL-NOME TO WRK-DC-NOMECLI
              END-READ
           END-IF.
           EVALUATE TRUE
           WHEN REG-FA-UF = WRK-FP-UF
              MOVE 5 TO WRK-PREFIXO
           WHEN REG-FA-UF = 'EX'
              MOVE 7 TO WRK-PREFIXO
           WHEN OTHER
              MOVE 6 TO WRK-PREFIXO
           END-EVALUATE.
           MOVE ZEROS TO WRK-QTD-ITENS.
           IF REG-FA-TIPO = 'C'
              MOVE 'NC' TO WRK-DC-ESPECIE
              SUBTRACT 4 FROM WRK-PREFIXO
              PERFORM 0000-MONTARNOTACREDITO
           ELSE
              MOVE 'NF' TO WRK-DC-ESPECIE
              COMPUTE WRK-DC-BASEICMS = REG-FA-VALOR + REG-FA-FRETE
              IF WRK-DC-BASEICMS > 0
                 COMPUTE WRK-DC-ALIQUOTA ROUNDED =
                    REG-FA-ICMS * 100 / WRK-DC-BASEICMS
              END-IF
              IF REG-FA-ORIGEM = 'V'
                 PERFORM 0000-MONTARVENDA
              ELSE
                 PERFORM 0000-MONTARFRETE
              END-IF
           END-IF.

       0000-MONTARFRETE.
           MOVE WRK-DC-ICMS TO WRK-ICMS-ITEM1.
           IF REG-FA-FRETE > 0 AND WRK-DC-BASEICMS > 0
              COMPUTE WRK-ICMS-ITEM1 ROUNDED =
                 WRK-DC-ICMS * REG-FA-VALOR / WRK-DC-BASEICMS
           END-IF.
           ADD 1 TO WRK-QTD-ITENS.
           MOVE 'MERC' TO WRK-IT-CODIGO(WRK-QTD-ITENS).
           MOVE SPACES TO WRK-IT-DESCRICAO(WRK-QTD-ITENS).
           STRING 'MERCADORIAS DO PEDIDO ' REG-FA-PEDIDO
              DELIMITED BY SIZE INTO WRK-IT-DESCRICAO(WRK-QTD-ITENS).
           COMPUTE WRK-IT-CFOP(WRK-QTD-ITENS) = WRK-PREFIXO * 1000
              + 102.
           MOVE REG-FA-VALOR TO WRK-IT-VALOR(WRK-QTD-ITENS)
              WRK-IT-BASE(WRK-QTD-ITENS).
           MOVE WRK-ICMS-ITEM1 TO WRK-IT-ICMS(WRK-QTD-ITENS).
           IF REG-FA-FRETE > 0
              ADD 1 TO WRK-QTD-ITENS
              MOVE 'FRETE' TO WRK-IT-CODIGO(WRK-QTD-ITENS)
              MOVE 'SERVICO DE TRANSPORTE (FRETE)'
                 TO WRK-IT-DESCRICAO(WRK-QTD-ITENS)
              COMPUTE WRK-IT-CFOP(WRK-QTD-ITENS) = WRK-PREFIXO * 1000
                 + 353
              MOVE REG-FA-FRETE TO WRK-IT-VALOR(WRK-QTD-ITENS)
                 WRK-IT-BASE(WRK-QTD-ITENS)
              COMPUTE WRK-IT-ICMS(WRK-QTD-ITENS) =
                 WRK-DC-ICMS - WRK-ICMS-ITEM1
           END-IF.
           IF REG-FA-SEGURO > 0
              ADD 1 TO WRK-QTD-ITENS
              MOVE 'SEGURO' TO WRK-IT-CODIGO(WRK-QTD-ITENS)
              MOVE 'SEGURO DA CARGA'
                 TO WRK-IT-DESCRICAO(WRK-QTD-ITENS)
              COMPUTE WRK-IT-CFOP(WRK-QTD-ITENS) = WRK-PREFIXO * 1000
                 + 949
              MOVE REG-FA-SEGURO TO WRK-IT-VALOR(WRK-QTD-ITENS)
              MOVE ZEROS TO WRK-IT-BASE(WRK-QTD-ITENS)
                 WRK-IT-ICMS(WRK-QTD-ITENS)
           END-IF.

       0000-MONTARVENDA.
           ADD 1 TO WRK-QTD-ITENS.
           MOVE 'VENDA' TO WRK-IT-CODIGO(WRK-QTD-ITENS).
           MOVE 'VENDA A PRAZO DE BALCAO'
              TO WRK-IT-DESCRICAO(WRK-QTD-ITENS).
           COMPUTE WRK-IT-CFOP(WRK-QTD-ITENS) = WRK-PREFIXO * 1000
              + 102.
           MOVE REG-FA-VALOR TO WRK-IT-VALOR(WRK-QTD-ITENS)
              WRK-IT-BASE(WRK-QTD-ITENS).
           MOVE REG-FA-ICMS TO WRK-IT-ICMS(WRK-QTD-ITENS).

       0000-MONTARNOTACREDITO.
           MOVE 'N' TO WRK-ORIG-ACHADA.
           MOVE REG-FA-REFERENCIA TO REG-FA-NUMERO.
           READ ARQ-FATURAS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S' TO WRK-ORIG-ACHADA
                 COMPUTE WRK-ORIG-BASE = REG-FA-VALOR + REG-FA-FRETE
                 MOVE REG-FA-ICMS TO WRK-ORIG-ICMS
                 MOVE REG-FA-TOTAL TO WRK-ORIG-TOTAL
           END-READ.
           MOVE WRK-DC-NUMERO TO REG-FA-NUMERO.
           READ ARQ-FATURAS
              INVALID KEY
                 CONTINUE
           END-READ.
           MOVE ZEROS TO WRK-DC-ICMS.
           IF WRK-ORIG-ACHADA = 'S' AND WRK-ORIG-TOTAL > 0
              COMPUTE WRK-DC-BASEICMS ROUNDED =
                 WRK-DC-VALORPROD * WRK-ORIG-BASE / WRK-ORIG-TOTAL
              COMPUTE WRK-DC-ICMS ROUNDED =
                 WRK-DC-VALORPROD * WRK-ORIG-ICMS / WRK-ORIG-TOTAL
              IF WRK-ORIG-BASE > 0
                 COMPUTE WRK-DC-ALIQUOTA ROUNDED =
                    WRK-ORIG-ICMS * 100 / WRK-ORIG-BASE
              END-IF
           END-IF.
           ADD 1 TO WRK-QTD-ITENS.
           MOVE 'DEVOL' TO WRK-IT-CODIGO(WRK-QTD-ITENS).
           MOVE SPACES TO WRK-IT-DESCRICAO(WRK-QTD-ITENS).
           STRING 'DEVOLUCAO/ABATIMENTO REF FATURA '
              WRK-DC-REFERENCIA
              DELIMITED BY SIZE INTO WRK-IT-DESCRICAO(WRK-QTD-ITENS).
           COMPUTE WRK-IT-CFOP(WRK-QTD-ITENS) = WRK-PREFIXO * 1000
              + 202.
           MOVE WRK-DC-VALORPROD TO WRK-IT-VALOR(WRK-QTD-ITENS).
           MOVE WRK-DC-BASEICMS TO WRK-IT-BASE(WRK-QTD-ITENS).
           MOVE WRK-DC-ICMS TO WRK-IT-ICMS(WRK-QTD-ITENS).

       0000-GRAVARDOCUMENTO.
           MOVE SPACES TO REG-FISC-DOCUMENTO.
           MOVE '1' TO REG-FD-TIPO.
           MOVE WRK-DC-NUMERO TO REG-FD-NUMERO.
           MOVE WRK-DC-ESPECIE TO REG-FD-ESPECIE.
           MOVE WRK-DC-DATA TO REG-FD-DATA.
           MOVE WRK-IT-CFOP(1) TO REG-FD-CFOP.
           MOVE WRK-DC-CLIENTE TO REG-FD-CLIENTE.
           MOVE WRK-DC-NOMECLI TO REG-FD-NOMECLI.
           MOVE WRK-DC-UF TO REG-FD-UF.
           MOVE WRK-DC-REFERENCIA TO REG-FD-REFERENCIA.
           MOVE WRK-DC-VALORPROD TO REG-FD-VALORPROD.
           MOVE WRK-DC-FRETE TO REG-FD-FRETE.
           MOVE WRK-DC-SEGURO TO REG-FD-SEGURO.
           MOVE WRK-DC-BASEICMS TO REG-FD-BASEICMS.
           MOVE WRK-DC-ALIQUOTA TO REG-FD-ALIQUOTA.
           MOVE WRK-DC-ICMS TO REG-FD-ICMS.
           MOVE WRK-DC-TOTAL TO REG-FD-TOTAL.
           MOVE WRK-QTD-ITENS TO REG-FD-QTDITENS.
           MOVE WRK-DC-STATUS TO REG-FD-STATUS.
           WRITE REG-FISC-DOCUMENTO.
           ADD 1 TO WRK-QTD-REG.
           IF WRK-DC-ESPECIE = 'NC'
              ADD 1 TO WRK-QTD-NC
           ELSE
              ADD 1 TO WRK-QTD-NF
           END-IF.
           ADD WRK-DC-TOTAL TO WRK-TOT-VALOR.
           ADD WRK-DC-BASEICMS TO WRK-TOT-BASE.
           ADD WRK-DC-ICMS TO WRK-TOT-ICMS.
           PERFORM VARYING WRK-IT-IDX FROM 1 BY 1
                 UNTIL WRK-IT-IDX > WRK-QTD-ITENS
              PERFORM 0000-GRAVARITEM
           END-PERFORM.
           MOVE WRK-DC-TOTAL TO WRK-VALOR-ED.
           MOVE WRK-DC-ICMS TO WRK-ICMS-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-DC-ESPECIE ' ' WRK-DC-NUMERO
              ' ' WRK-DC-DATA ' CFOP ' WRK-IT-CFOP(1)
              ' UF ' WRK-DC-UF ' CLI ' WRK-DC-CLIENTE
              ' TOTAL=' WRK-VALOR-ED ' ICMS=' WRK-ICMS-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFISC FROM WRK-LINHA.

       0000-GRAVARITEM.
           MOVE SPACES TO REG-FISC-ITEM.
           MOVE '2' TO REG-FI-TIPO.
           MOVE WRK-DC-NUMERO TO REG-FI-NUMERO.
           MOVE WRK-IT-IDX TO REG-FI-SEQ.
           MOVE WRK-IT-CODIGO(WRK-IT-IDX) TO REG-FI-CODIGO.
           MOVE WRK-IT-DESCRICAO(WRK-IT-IDX) TO REG-FI-DESCRICAO.
           MOVE WRK-IT-CFOP(WRK-IT-IDX) TO REG-FI-CFOP.
           MOVE 1 TO REG-FI-QTD.
           MOVE WRK-IT-VALOR(WRK-IT-IDX) TO REG-FI-VALUNIT
              REG-FI-VALTOTAL.
           MOVE WRK-IT-BASE(WRK-IT-IDX) TO REG-FI-BASEICMS.
           IF WRK-IT-BASE(WRK-IT-IDX) > 0
              MOVE WRK-DC-ALIQUOTA TO REG-FI-ALIQUOTA
           ELSE
              MOVE ZEROS TO REG-FI-ALIQUOTA
           END-IF.
           MOVE WRK-IT-ICMS(WRK-IT-IDX) TO REG-FI-ICMS.
           WRITE REG-FISC-ITEM.
           ADD 1 TO WRK-QTD-REG.
           ADD 1 TO WRK-QTD-ITENSTOT.

       0000-MARCAREXPORTADA.
           MOVE 'X' TO REG-FA-SITFISCAL.
           MOVE WRK-NUM-LOTE TO REG-FA-LOTEFISCAL.
           MOVE SPACES TO REG-FA-CODREJ.
           REWRITE REG-FATURA
              INVALID KEY
                 DISPLAY 'ERRO AO MARCAR FATURA ' REG-FA-NUMERO
           END-REWRITE.

       0120-RESUMOLOTE.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELFISC FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FATURAS=' WRK-QTD-NF ' NOTAS DE CREDITO='
              WRK-QTD-NC ' ITENS=' WRK-QTD-ITENSTOT
              ' REGISTROS=' WRK-QTD-REG
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFISC FROM WRK-LINHA.
           MOVE WRK-TOT-VALOR TO WRK-TOTVALOR-ED.
           MOVE WRK-TOT-ICMS TO WRK-TOTICMS-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL DOCUMENTOS=' WRK-TOTVALOR-ED
              ' TOTAL ICMS=' WRK-TOTICMS-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFISC FROM WRK-LINHA.
           CLOSE ARQ-RELFISC.
           DISPLAY 'LOTE ' WRK-NUM-LOTE ' GRAVADO EM FISCAL.DAT - '
              'FATURAS=' WRK-QTD-NF ' NOTAS DE CREDITO=' WRK-QTD-NC.
           DISPLAY 'RESUMO GRAVADO EM FISCEXP.TXT'.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           IF WRK-REGERAR = 'S'
              STRING 'LOTE FISCAL REGERADO=' WRK-NUM-LOTE
                 ' DOCS=' WRK-QTD-DOC
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
           ELSE
              STRING 'LOTE FISCAL GERADO=' WRK-NUM-LOTE
                 ' DOCS=' WRK-QTD-DOC
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
           END-IF.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.

       0004-CARREGARRETORNO.
           OPEN INPUT ARQ-RETFISC.
           IF WRK-FS-RETFISC NOT = '00'
              DISPLAY 'ARQUIVO DE RETORNO DO FISCO (RETFISC.DAT) '
                 'NAO ENCONTRADO.'
           ELSE
              OPEN I-O ARQ-FATURAS
              IF WRK-FS-FATURAS NOT = '00'
                 DISPLAY 'CADASTRO DE FATURAS NAO ENCONTRADO.'
              ELSE
                 MOVE ZEROS TO WRK-QTD-LIDAS WRK-QTD-REJEIT
                    WRK-QTD-IGNOR
                 MOVE 'FISCREJ.TXT' TO WRK-NOME-RELAT
                 OPEN OUTPUT ARQ-RELFISC
                 MOVE SPACES TO WRK-LINHA
                 STRING 'REJEICOES DO FISCO - ' WRK-DATASISTEMA
                    ' OPERADOR=' WRK-OPERADOR
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-RELFISC FROM WRK-LINHA
                 MOVE '========================================'
                    TO WRK-LINHA
                 WRITE REG-RELFISC FROM WRK-LINHA
                 PERFORM 0000-LERRETORNO
                    UNTIL WRK-FS-RETFISC = '10'
                 MOVE '----------------------------------------'
                    TO WRK-LINHA
                 WRITE REG-RELFISC FROM WRK-LINHA
                 MOVE SPACES TO WRK-LINHA
                 STRING 'LIDAS=' WRK-QTD-LIDAS
                    ' MARCADAS PARA CORRECAO=' WRK-QTD-REJEIT
                    ' IGNORADAS=' WRK-QTD-IGNOR
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-RELFISC FROM WRK-LINHA
                 CLOSE ARQ-RELFISC
                 CLOSE ARQ-FATURAS
                 DISPLAY 'REJEICOES MARCADAS ... ' WRK-QTD-REJEIT
                 DISPLAY 'IGNORADAS ............ ' WRK-QTD-IGNOR
                 DISPLAY 'RELATORIO GRAVADO EM FISCREJ.TXT'
                 CALL 'ARQRELAT' USING WRK-NOME-RELAT
                    WRK-LOG-PROGRAMA WRK-OPERADOR
                 MOVE SPACES TO WRK-LOG-MENSAGEM
                 STRING 'RETORNO FISCAL LIDAS=' WRK-QTD-LIDAS
                    ' REJEITADAS=' WRK-QTD-REJEIT
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                 IF WRK-QTD-REJEIT > 0
                    MOVE 'W' TO WRK-LOG-SEVERIDADE
                 END-IF
                 CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                    WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                 MOVE 'I' TO WRK-LOG-SEVERIDADE
              END-IF
              CLOSE ARQ-RETFISC
           END-IF.

       0000-LERRETORNO.
           READ ARQ-RETFISC
              AT END
                 MOVE '10' TO WRK-FS-RETFISC
              NOT AT END
                 ADD 1 TO WRK-QTD-LIDAS
                 PERFORM 0000-APLICARREJEICAO
           END-READ.

       0000-APLICARREJEICAO.
           MOVE SPACES TO WRK-SITUACAO.
           MOVE REG-RF-NUMERO TO REG-FA-NUMERO.
           READ ARQ-FATURAS
              INVALID KEY
                 MOVE 'FATURA NAO ENCONTRADA' TO WRK-SITUACAO
              NOT INVALID KEY
                 EVALUATE REG-FA-SITFISCAL
                 WHEN 'X'
                    MOVE 'R' TO REG-FA-SITFISCAL
                    MOVE REG-RF-CODIGO TO REG-FA-CODREJ
                    REWRITE REG-FATURA
                    ADD 1 TO WRK-QTD-REJEIT
                    MOVE 'MARCADA PARA CORRECAO' TO WRK-SITUACAO
                 WHEN 'R'
                    MOVE 'JA REJEITADA ANTERIORMENTE' TO WRK-SITUACAO
                 WHEN OTHER
                    MOVE 'FATURA AINDA NAO EXPORTADA' TO WRK-SITUACAO
                 END-EVALUATE
           END-READ.
           IF WRK-SITUACAO NOT = 'MARCADA PARA CORRECAO'
              ADD 1 TO WRK-QTD-IGNOR
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FATURA ' REG-RF-NUMERO ' COD ' REG-RF-CODIGO
              ' ' WRK-SITUACAO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFISC FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING '   ' REG-RF-MENSAGEM
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELFISC FROM WRK-LINHA.

       0005-LIBERARFATURA.
           OPEN I-O ARQ-FATURAS.
           IF WRK-FS-FATURAS NOT = '00'
              DISPLAY 'CADASTRO DE FATURAS NAO ENCONTRADO.'
           ELSE
              DISPLAY ' NUMERO DA FATURA?'
              ACCEPT WRK-NUM-FATURA
              MOVE WRK-NUM-FATURA TO REG-FA-NUMERO
              READ ARQ-FATURAS
                 INVALID KEY
                    DISPLAY 'FATURA NAO ENCONTRADA.'
                 NOT INVALID KEY
                    IF REG-FA-SITFISCAL NOT = 'R'
                       DISPLAY 'FATURA NAO ESTA REJEITADA PELO FISCO.'
                    ELSE
                       DISPLAY 'REJEITADA NO LOTE ' REG-FA-LOTEFISCAL
                          ' CODIGO ' REG-FA-CODREJ
                       DISPLAY ' CONFIRMA QUE A FATURA FOI CORRIGIDA '
                          'E PODE SER REENVIADA (S/N)?'
                       ACCEPT WRK-CONFIRMA
                       IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                          MOVE SPACES TO REG-FA-SITFISCAL
                          REWRITE REG-FATURA
                          DISPLAY 'FATURA LIBERADA PARA O PROXIMO '
                             'LOTE.'
                          MOVE SPACES TO WRK-LOG-MENSAGEM
                          STRING 'FATURA ' WRK-NUM-FATURA
                             ' LIBERADA P/ REENVIO FISCAL OPER='
                             WRK-OPERADOR
                             DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                          CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                             WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
                       ELSE
                          DISPLAY 'OPERACAO NAO CONFIRMADA.'
                       END-IF
                    END-IF
              END-READ
              CLOSE ARQ-FATURAS
           END-IF.

       0006-CONSULTARFATURA.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS NOT = '00'
              DISPLAY 'CADASTRO DE FATURAS NAO ENCONTRADO.'
           ELSE
              DISPLAY ' NUMERO DA FATURA?'
              ACCEPT WRK-NUM-FATURA
              MOVE WRK-NUM-FATURA TO REG-FA-NUMERO
              READ ARQ-FATURAS
                 INVALID KEY
                    DISPLAY 'FATURA NAO ENCONTRADA.'
                 NOT INVALID KEY
                    EVALUATE TRUE
                    WHEN REG-FA-ORIGEM = 'M'
                       DISPLAY 'MENSALIDADE ESCOLAR, FORA DA '
                          'EXPORTACAO DE ICMS.'
                    WHEN REG-FA-ORIGEM = 'S'
                       DISPLAY 'FATURA DE SERVICO (ISS), FORA DA '
                          'EXPORTACAO DE ICMS.'
                    WHEN REG-FA-SITFISCAL = 'X'
                       DISPLAY 'EXPORTADA NO LOTE ' REG-FA-LOTEFISCAL
                    WHEN REG-FA-SITFISCAL = 'R'
                       DISPLAY 'REJEITADA NO LOTE ' REG-FA-LOTEFISCAL
                          ' CODIGO ' REG-FA-CODREJ
                          ', AGUARDANDO CORRECAO.'
                    WHEN OTHER
                       DISPLAY 'PENDENTE DE ENVIO AO FISCO.'
                    END-EVALUATE
              END-READ
              CLOSE ARQ-FATURAS
           END-IF.

       0000-LERFISCPARM.
           MOVE 'N' TO WRK-FISCPARM-OK.
           OPEN INPUT ARQ-FISCPARM.
           IF WRK-FS-FISCPARM = '00'
              READ ARQ-FISCPARM
                 NOT AT END
                    MOVE REG-FISCPARM TO WRK-FISCPARM
                    IF WRK-FP-UF NOT = SPACES
                       MOVE 'S' TO WRK-FISCPARM-OK
                    END-IF
              END-READ
              CLOSE ARQ-FISCPARM
           END-IF.

       0000-LERNUMLOTE.
           MOVE ZEROS TO WRK-NUM-LOTE.
           OPEN INPUT ARQ-FISCCTRL.
           IF WRK-FS-FISCCTRL = '00'
              READ ARQ-FISCCTRL
                 NOT AT END
                    MOVE REG-FISCCTRL TO WRK-NUM-LOTE
              END-READ
              CLOSE ARQ-FISCCTRL
           END-IF.

       0000-GRAVARNUMLOTE.
           OPEN OUTPUT ARQ-FISCCTRL.
           MOVE WRK-NUM-LOTE TO REG-FISCCTRL.
           WRITE REG-FISCCTRL.
           CLOSE ARQ-FISCCTRL.
