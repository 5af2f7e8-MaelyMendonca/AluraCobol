               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-NUMERO
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT ARQ-FATCTRL ASSIGN TO WRK-NOME-FATCTRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATCTRL.
           SELECT ARQ-DOCFAT ASSIGN TO "FATURAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DOCFAT.
           SELECT ARQ-ENDERECOS ASSIGN TO "ENDENTMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-EN-CHAVE
               FILE STATUS IS WRK-FS-ENDERECOS.
           SELECT ARQ-PARCELAS ASSIGN TO "FATPARC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PA-CHAVE
               FILE STATUS IS WRK-FS-PARCELAS.
           SELECT ARQ-BOLETOS ASSIGN TO "BOLETOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-BT-NOSSONUM
               FILE STATUS IS WRK-FS-BOLETOS.
           SELECT ARQ-PARMCOB ASSIGN TO "COBRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARMCOB.
           SELECT ARQ-REMCOB ASSIGN TO "COBREM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMCOB.
           SELECT ARQ-ORDENS ASSIGN TO "OSMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OS-NUMERO
               FILE STATUS IS WRK-FS-ORDENS.
           SELECT ARQ-RELOSNF ASSIGN TO "OSNAOFAT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELOSNF.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PEDIDMF.
       01 REG-FATCTRL          PIC 9(08).
       FD ARQ-DOCFAT.
       01 REG-DOCFAT           PIC X(80).
       FD ARQ-ENDERECOS.
       01 REG-ENDERECO.
       COPY ENDREG.
       FD ARQ-PARCELAS.
       01 REG-PARCELA.
       COPY PARREG.
       FD ARQ-BOLETOS.
       01 REG-BOLETO.
       COPY BOLREG.
       FD ARQ-PARMCOB.
       01 REG-PARMCOB.
       COPY CBPREG.
       FD ARQ-REMCOB.
       01 REG-REMCOB           PIC X(100).
       FD ARQ-ORDENS.
       01 REG-ORDEM.
       COPY OSREG.
       FD ARQ-RELOSNF.
       01 REG-RELOSNF          PIC X(80).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
       77 WRK-FS-UFPARM    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATCTRL   PIC X(02)     VALUE ZEROS.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-NOME-FATCTRL PIC X(12)     VALUE 'FATCTRL.DAT'.
       77 WRK-EMPRESA-REG  PIC X(02)     VALUE SPACES.
       77 WRK-FS-DOCFAT    PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-UF-IDX       PIC 9(02)     VALUE ZEROS.
       77 WRK-UF-ACHADO    PIC X(01)     VALUE 'N'.
       77 WRK-FS-PARCELAS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-ENDERECOS PIC X(02)     VALUE ZEROS.
       77 WRK-ENDMF-OK     PIC X(01)     VALUE 'N'.
       77 WRK-END-ACHADO   PIC X(01)     VALUE 'N'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-FAT-ORIGINAL PIC 9(08)     VALUE ZEROS.
       77 WRK-VALOR-NC     PIC 9(09)V99  VALUE ZEROS.
       77 WRK-PARC-IDX     PIC 9(02)     VALUE ZEROS.
       77 WRK-VALOR-PARC   PIC 9(09)V99  VALUE ZEROS.
       77 WRK-VALOR-ULTIMA PIC 9(09)V99  VALUE ZEROS.
       77 WRK-FS-BOLETOS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PARMCOB   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-REMCOB    PIC X(02)     VALUE ZEROS.
       77 WRK-PARCMF-OK    PIC X(01)     VALUE 'N'.
       77 WRK-TEM-PARCELAS PIC X(01)     VALUE 'N'.
       77 WRK-ALTERADO     PIC X(01)     VALUE 'N'.
       77 WRK-QTD-BOLETOS  PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-ENTRADAS PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-BAIXAS   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-ABATIM   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-REMESSA  PIC 9(06)     VALUE ZEROS.
       77 WRK-TOT-REMESSA  PIC 9(13)V99  VALUE ZEROS.
       77 WRK-SITUACAO-DESC PIC X(30)    VALUE SPACES.
       77 WRK-BOL-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-BOL-FATURA   PIC 9(08)     VALUE ZEROS.
       77 WRK-BOL-PARCELA  PIC 9(02)     VALUE ZEROS.
       77 WRK-BOL-SACADO   PIC X(08)     VALUE SPACES.
       77 WRK-BOL-EMISSAO  PIC 9(08)     VALUE ZEROS.
       77 WRK-BOL-VENCIMENTO PIC 9(08)   VALUE ZEROS.
       77 WRK-BOL-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-BOL-NOSSONUM PIC 9(11)     VALUE ZEROS.
       77 WRK-BOL-RESULTADO PIC X(01)    VALUE SPACES.
       77 WRK-FS-ORDENS    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELOSNF   PIC X(02)     VALUE ZEROS.
       77 WRK-CLIENTE-FAT  PIC X(05)     VALUE SPACES.
       77 WRK-ISS-PERC     PIC 9(02)V99  VALUE 5,00.
       77 WRK-ISS-INFORM   PIC 9(02)V99  VALUE ZEROS.
       77 WRK-ISS-VALOR    PIC 9(08)V99  VALUE ZEROS.
       77 WRK-QTD-OSNF     PIC 9(06)     VALUE ZEROS.
       77 WRK-TOT-OSNF     PIC 9(11)V99  VALUE ZEROS.
       77 WRK-VLR-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.
       77 WRK-DIAS-ED      PIC ZZZZ9.
       01 WRK-PARAMETROS.
          02 WRK-PB-BANCO    PIC 9(03).
          02 WRK-PB-AGENCIA  PIC 9(04).
          02 WRK-PB-CONTA    PIC 9(07).
          02 WRK-PB-CARTEIRA PIC 9(02).
          02 WRK-PB-MULTA    PIC 9(02)V99.
          02 WRK-PB-JUROSDIA PIC 9(01)V9999.
          02 WRK-PB-CEDENTE  PIC X(20).
       01 WRK-COB-HEADER.
          02 WRK-CH-TIPO           PIC X(01)       VALUE '0'.
          02 WRK-CH-DATA           PIC 9(08)       VALUE ZEROS.
          02 WRK-CH-BANCO          PIC 9(03)       VALUE ZEROS.
          02 WRK-CH-AGENCIA        PIC 9(04)       VALUE ZEROS.
          02 WRK-CH-CONTA          PIC 9(07)       VALUE ZEROS.
          02 WRK-CH-CARTEIRA       PIC 9(02)       VALUE ZEROS.
          02 WRK-CH-CEDENTE        PIC X(20)       VALUE SPACES.
          02 FILLER                PIC X(55)       VALUE SPACES.
       01 WRK-COB-DETALHE.
          02 WRK-CD-TIPO           PIC X(01)       VALUE '1'.
          02 WRK-CD-INSTRUCAO      PIC 9(02)       VALUE ZEROS.
          02 WRK-CD-NOSSONUM       PIC 9(11)       VALUE ZEROS.
          02 WRK-CD-FATURA         PIC 9(08)       VALUE ZEROS.
          02 WRK-CD-PARCELA        PIC 9(02)       VALUE ZEROS.
          02 WRK-CD-SACADO         PIC X(08)       VALUE SPACES.
          02 WRK-CD-EMISSAO        PIC 9(08)       VALUE ZEROS.
          02 WRK-CD-VENCIMENTO     PIC 9(08)       VALUE ZEROS.
          02 WRK-CD-VALOR          PIC 9(09)V99    VALUE ZEROS.
          02 WRK-CD-MULTA          PIC 9(02)V99    VALUE ZEROS.
          02 WRK-CD-MORADIA        PIC 9(07)V99    VALUE ZEROS.
          02 WRK-CD-ABATIMENTO     PIC 9(09)V99    VALUE ZEROS.
          02 FILLER                PIC X(17)       VALUE SPACES.
       01 WRK-COB-TRAILER.
          02 WRK-CT-TIPO           PIC X(01)       VALUE '9'.
          02 WRK-CT-QTD            PIC 9(06)       VALUE ZEROS.
          02 WRK-CT-TOTAL          PIC 9(13)V99    VALUE ZEROS.
          02 FILLER                PIC X(78)       VALUE SPACES.
       01 WRK-VENCIMENTO.
          02 WRK-VC-ANO    PIC 9(04).
          02 WRK-VC-MES    PIC 9(02).

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           DISPLAY ' OPCAO (1=FATURAR PEDIDOS 2=EMITIR NOTA DE '
              'CREDITO 3=GERAR REMESSA DE COBRANCA 4=CONSULTAR '
              'BOLETOS DA FATURA 5=FATURAR ORDENS DE SERVICO '
              'CONCLUIDAS 6=LISTAR ORDENS CONCLUIDAS NAO '
              'FATURADAS)?'.
           ACCEPT WRK-OPCAO.
           IF WRK-OPCAO = '2'
              PERFORM 0100-NOTACREDITO
              GOBACK
           END-IF.
           IF WRK-OPCAO = '3'
              PERFORM 0200-REMESSACOBRANCA
              GOBACK
           END-IF.
           IF WRK-OPCAO = '4'
              PERFORM 0300-CONSULTARBOLETOS
              GOBACK
           END-IF.
           IF WRK-OPCAO = '5'
              PERFORM 0400-FATURARSERVICOS
              GOBACK
           END-IF.
           IF WRK-OPCAO = '6'
              PERFORM 0500-LISTAROSNAOFAT
              GOBACK
           END-IF.
           PERFORM 0000-CARREGARUFS.
           IF WRK-QTD-UF = 0
              DISPLAY 'TABELA DE UF/ICMS NAO CARREGADA (UFPARM.DAT '
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 0000-PERGUNTARPARCELAS.
           PERFORM 0000-LERNUMFATURA.
           OPEN I-O ARQ-PEDIDMF.
           IF WRK-FS-PEDIDMF NOT = '00'
              DISPLAY 'CADASTRO DE PEDIDOS NAO ENCONTRADO.'
           ELSE
              PERFORM 0000-ABRIRFATURAS
              MOVE 'N' TO WRK-ENDMF-OK
              OPEN INPUT ARQ-ENDERECOS
              IF WRK-FS-ENDERECOS = '00'
                 MOVE 'S' TO WRK-ENDMF-OK
              END-IF
              OPEN OUTPUT ARQ-DOCFAT
              MOVE ZEROS TO REG-PE-NUMERO
              START ARQ-PEDIDMF KEY IS NOT LESS THAN REG-PE-NUMERO
              CLOSE ARQ-DOCFAT
              CLOSE ARQ-FATURAS
              CLOSE ARQ-PEDIDMF
              IF WRK-ENDMF-OK = 'S'
                 CLOSE ARQ-ENDERECOS
              END-IF
              IF WRK-QTD-PARCELAS > 1
                 CLOSE ARQ-PARCELAS
              END-IF
              PERFORM 0000-GRAVARNUMFATURA
              DISPLAY 'FATURAS EMITIDAS: ' WRK-QTD-FATURAS
              DISPLAY 'BOLETOS EMITIDOS: ' WRK-QTD-BOLETOS
                 ' (BOLETOS.TXT)'
              MOVE 'FATURAR' TO WRK-LOG-PROGRAMA
              STRING 'FATURAMENTO EMITIU ' WRK-QTD-FATURAS
                 ' FATURAS OPERADOR=' WRK-OPERADOR
           END-IF.
           GOBACK.

       0000-PERGUNTARPARCELAS.
           MOVE ZEROS TO WRK-QTD-PARCELAS.
           PERFORM UNTIL WRK-QTD-PARCELAS >= 1
                 AND WRK-QTD-PARCELAS <= 12
              DISPLAY ' FATURAR EM QUANTAS PARCELAS '
                 '(1=A VISTA, ATE 12)?'
              ACCEPT WRK-QTD-PARCELAS
              IF WRK-QTD-PARCELAS < 1 OR WRK-QTD-PARCELAS > 12
                 DISPLAY 'INFORME DE 1 A 12 PARCELAS.'
              END-IF
           END-PERFORM.
           IF WRK-QTD-PARCELAS > 1
              OPEN I-O ARQ-PARCELAS
              IF WRK-FS-PARCELAS = '35'
                 OPEN OUTPUT ARQ-PARCELAS
                 CLOSE ARQ-PARCELAS
                 OPEN I-O ARQ-PARCELAS
              END-IF
           END-IF.

       0100-NOTACREDITO.
           PERFORM 0000-ABRIRFATURAS.
           IF WRK-FS-FATURAS NOT = '00'
              CLOSE ARQ-FATURAS
              GOBACK
           END-IF.
           MOVE REG-FA-EMPRESA TO WRK-EMPRESA-REG.
           IF WRK-EMPRESA-REG = SPACES
              MOVE '01' TO WRK-EMPRESA-REG
           END-IF.
           IF WRK-EMPRESA-REG NOT = WRK-CIA-EMPRESA
              DISPLAY 'FATURA EMITIDA PELA EMPRESA ' WRK-EMPRESA-REG
                 ', NOTA DE CREDITO SO PELA MESMA EMPRESA.'
              CLOSE ARQ-FATURAS
              GOBACK
           END-IF.
           COMPUTE WRK-SALDO-ORIG =
              REG-FA-TOTAL - REG-FA-VALORPAGO.
           PERFORM 0000-DESCONTARNCS.
           MOVE SPACES          TO REG-FA-ALUNO.
           MOVE WRK-FILIAL-NC   TO REG-FA-FILIAL.
           MOVE SPACES          TO REG-FA-ISENJUROS.
           MOVE SPACES          TO REG-FA-SITFISCAL.
           MOVE ZEROS           TO REG-FA-LOTEFISCAL.
           MOVE SPACES          TO REG-FA-CODREJ.
           MOVE SPACES          TO REG-FA-MOTPERDA.
           MOVE ZEROS           TO REG-FA-DATAPERDA.
           MOVE ZEROS           TO REG-FA-VALORPERDA.
           MOVE ZEROS           TO REG-FA-VALORRECUP.
           MOVE ZEROS           TO REG-FA-ISS.
           MOVE WRK-CIA-EMPRESA TO REG-FA-EMPRESA.
           WRITE REG-FATURA
              INVALID KEY
                 DISPLAY 'NOTA DE CREDITO JA EXISTENTE, NUMERO '
           PERFORM 0000-GRAVARNUMFATURA.
           PERFORM 0000-IMPRIMIRNC.
           CLOSE ARQ-FATURAS.
           MOVE 'A' TO WRK-BOL-FUNCAO.
           MOVE WRK-FAT-ORIGINAL TO WRK-BOL-FATURA.
           MOVE ZEROS TO WRK-BOL-PARCELA.
           MOVE WRK-VALOR-NC TO WRK-BOL-VALOR.
           PERFORM 0000-CHAMARBOLETSRV.
           IF WRK-BOL-RESULTADO = 'S'
              DISPLAY 'ABATIMENTO/BAIXA DO BOLETO DA FATURA '
                 WRK-FAT-ORIGINAL ' ENVIADO A PROXIMA REMESSA.'
           END-IF.
           DISPLAY 'NOTA DE CREDITO ' WRK-NUM-FATURA ' EMITIDA.'.
           MOVE 'FATURAR' TO WRK-LOG-PROGRAMA.
           STRING 'NOTA CREDITO=' WRK-NUM-FATURA
           END-READ.

       0000-LERNUMFATURA.
           MOVE WRK-CIA-BASENUM TO WRK-NUM-FATURA.
           OPEN INPUT ARQ-FATCTRL.
           IF WRK-FS-FATCTRL = '00'
              READ ARQ-FATCTRL
              AT END
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT AT END
                 MOVE REG-PE-EMPRESA TO WRK-EMPRESA-REG
                 IF WRK-EMPRESA-REG = SPACES
                    MOVE '01' TO WRK-EMPRESA-REG
                 END-IF
                 IF REG-PE-STATUS = 'P'
                       AND WRK-EMPRESA-REG = WRK-CIA-EMPRESA
                    PERFORM 0000-LOCALIZARICMS
                    COMPUTE WRK-ICMS-VALOR ROUNDED =
                       (REG-PE-VALOR + REG-PE-FRETE)
           END-IF.

       0000-GRAVARFATURA.
           MOVE REG-PE-CLIENTE TO WRK-CLIENTE-FAT.
           MOVE WRK-NUM-FATURA TO REG-FA-NUMERO.
           MOVE REG-PE-NUMERO  TO REG-FA-PEDIDO.
           MOVE WRK-DATASISTEMA TO REG-FA-DATA.
           MOVE SPACES         TO REG-FA-ALUNO.
           MOVE REG-PE-FILIAL  TO REG-FA-FILIAL.
           MOVE SPACES         TO REG-FA-ISENJUROS.
           MOVE SPACES         TO REG-FA-SITFISCAL.
           MOVE ZEROS          TO REG-FA-LOTEFISCAL.
           MOVE SPACES         TO REG-FA-CODREJ.
           MOVE SPACES         TO REG-FA-MOTPERDA.
           MOVE ZEROS          TO REG-FA-DATAPERDA.
           MOVE ZEROS          TO REG-FA-VALORPERDA.
           MOVE ZEROS          TO REG-FA-VALORRECUP.
           MOVE ZEROS          TO REG-FA-ISS.
           MOVE WRK-CIA-EMPRESA TO REG-FA-EMPRESA.
           WRITE REG-FATURA
              INVALID KEY
                 DISPLAY 'FATURA JA EXISTENTE, NUMERO '
                    WRK-NUM-FATURA
           END-WRITE.
           PERFORM 0000-GRAVARCOBRANCA.

       0000-GRAVARCOBRANCA.
           IF WRK-QTD-PARCELAS > 1
              PERFORM 0000-GRAVARPARCELAS
           ELSE
              MOVE 'R' TO WRK-BOL-FUNCAO
              MOVE WRK-NUM-FATURA TO WRK-BOL-FATURA
              MOVE ZEROS TO WRK-BOL-PARCELA
              MOVE WRK-CLIENTE-FAT TO WRK-BOL-SACADO
              MOVE WRK-DATASISTEMA TO WRK-BOL-EMISSAO
              MOVE ZEROS TO WRK-BOL-VENCIMENTO
              MOVE WRK-TOTAL-FAT TO WRK-BOL-VALOR
              PERFORM 0000-CHAMARBOLETSRV
           END-IF.

       0000-GRAVARPARCELAS.
                 ' VALOR ' REG-PA-VALOR
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-DOCFAT FROM WRK-LINHA
              MOVE 'R' TO WRK-BOL-FUNCAO
              MOVE WRK-NUM-FATURA TO WRK-BOL-FATURA
              MOVE WRK-PARC-IDX TO WRK-BOL-PARCELA
              MOVE WRK-CLIENTE-FAT TO WRK-BOL-SACADO
              MOVE WRK-DATASISTEMA TO WRK-BOL-EMISSAO
              MOVE WRK-VENCIMENTO TO WRK-BOL-VENCIMENTO
              MOVE REG-PA-VALOR TO WRK-BOL-VALOR
              PERFORM 0000-CHAMARBOLETSRV
           END-PERFORM.

       0000-CHAMARBOLETSRV.
           CALL 'BOLETSRV' USING WRK-BOL-FUNCAO WRK-BOL-FATURA
              WRK-BOL-PARCELA WRK-BOL-SACADO WRK-BOL-EMISSAO
              WRK-BOL-VENCIMENTO WRK-BOL-VALOR WRK-BOL-NOSSONUM
              WRK-BOL-RESULTADO.
           IF WRK-BOL-FUNCAO = 'R' AND WRK-BOL-RESULTADO = 'S'
              ADD 1 TO WRK-QTD-BOLETOS
           END-IF.

       0000-IMPRIMIRFATURA.
           MOVE '========================================'
              TO WRK-LINHA.
           STRING 'UF DE ENTREGA ........ ' REG-PE-UF
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           IF REG-PE-SEQENDER > 0 AND WRK-ENDMF-OK = 'S'
              MOVE REG-PE-CLIENTE TO REG-EN-CLIENTE
              MOVE REG-PE-SEQENDER TO REG-EN-SEQ
              READ ARQ-ENDERECOS
                 INVALID KEY
                    MOVE 'N' TO WRK-END-ACHADO
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-END-ACHADO
              END-READ
              MOVE SPACES TO WRK-LINHA
              IF WRK-END-ACHADO = 'N'
                 STRING 'ENDERECO DE ENTREGA .. ' REG-PE-SEQENDER
                    ' (NAO CADASTRADO)'
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-DOCFAT FROM WRK-LINHA
              ELSE
                 STRING 'ENDERECO DE ENTREGA .. ' REG-PE-SEQENDER
                    ' ' REG-EN-LOGRADOURO
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-DOCFAT FROM WRK-LINHA
                 MOVE SPACES TO WRK-LINHA
                 STRING '                       ' REG-EN-CIDADE
                    ' CEP ' REG-EN-CEP
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-DOCFAT FROM WRK-LINHA
                 IF REG-EN-CONTATO NOT = SPACES
                    MOVE SPACES TO WRK-LINHA
                    STRING 'CONTATO NA ENTREGA ... ' REG-EN-CONTATO
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-DOCFAT FROM WRK-LINHA
                 END-IF
              END-IF
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VALOR DOS PRODUTOS ... ' REG-PE-VALOR
              DELIMITED BY SIZE INTO WRK-LINHA.
                 WRITE REG-DOCFAT FROM WRK-LINHA
              END-IF
           END-PERFORM.

       0400-FATURARSERVICOS.
           DISPLAY ' ALIQUOTA DE ISS EM % (0=' WRK-ISS-PERC ')?'.
           ACCEPT WRK-ISS-INFORM.
           IF WRK-ISS-INFORM > 0
              MOVE WRK-ISS-INFORM TO WRK-ISS-PERC
           END-IF.
           OPEN I-O ARQ-ORDENS.
           IF WRK-FS-ORDENS NOT = '00'
              DISPLAY 'CADASTRO DE ORDENS DE SERVICO NAO ENCONTRADO.'
              GOBACK
           END-IF.
           PERFORM 0000-PERGUNTARPARCELAS.
           PERFORM 0000-LERNUMFATURA.
           PERFORM 0000-ABRIRFATURAS.
           OPEN EXTEND ARQ-DOCFAT.
           IF WRK-FS-DOCFAT = '35'
              OPEN OUTPUT ARQ-DOCFAT
           END-IF.
           MOVE ZEROS TO WRK-QTD-FATURAS WRK-QTD-BOLETOS
              WRK-TOT-OSNF.
           MOVE ZEROS TO REG-OS-NUMERO.
           START ARQ-ORDENS KEY IS NOT LESS THAN REG-OS-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-ORDENS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-ORDENS
           END-START.
           PERFORM 0000-FATURARUMAOS
              UNTIL WRK-FS-ORDENS = '10'.
           CLOSE ARQ-DOCFAT.
           CLOSE ARQ-FATURAS.
           CLOSE ARQ-ORDENS.
           IF WRK-QTD-PARCELAS > 1
              CLOSE ARQ-PARCELAS
           END-IF.
           PERFORM 0000-GRAVARNUMFATURA.
           DISPLAY 'FATURAS DE SERVICO EMITIDAS: ' WRK-QTD-FATURAS.
           DISPLAY 'TOTAL FATURADO ............. ' WRK-TOT-OSNF.
           DISPLAY 'BOLETOS EMITIDOS: ' WRK-QTD-BOLETOS
              ' (BOLETOS.TXT)'.
           MOVE 'FATURAR' TO WRK-LOG-PROGRAMA.
           STRING 'FATURAMENTO DE OS EMITIU ' WRK-QTD-FATURAS
              ' FATURAS OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.

       0000-FATURARUMAOS.
           READ ARQ-ORDENS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ORDENS
              NOT AT END
                 IF REG-OS-STATUS = 'F' AND REG-OS-FATURA = 0
                       AND REG-OS-VALOR > 0
                    COMPUTE WRK-ISS-VALOR ROUNDED =
                       REG-OS-VALOR * WRK-ISS-PERC / 100
                    COMPUTE WRK-TOTAL-FAT = REG-OS-VALOR
                       + WRK-ISS-VALOR
                    ADD 1 TO WRK-NUM-FATURA
                    ADD 1 TO WRK-QTD-FATURAS
                    ADD WRK-TOTAL-FAT TO WRK-TOT-OSNF
                    PERFORM 0000-GRAVARFATURASERV
                    PERFORM 0000-IMPRIMIRFATURASERV
                    MOVE WRK-NUM-FATURA TO REG-OS-FATURA
                    REWRITE REG-ORDEM
                 END-IF
           END-READ.

       0000-GRAVARFATURASERV.
           MOVE REG-OS-CLIENTE TO WRK-CLIENTE-FAT.
           MOVE WRK-NUM-FATURA TO REG-FA-NUMERO.
           MOVE REG-OS-NUMERO  TO REG-FA-PEDIDO.
           MOVE WRK-DATASISTEMA TO REG-FA-DATA.
           MOVE SPACES         TO REG-FA-UF.
           MOVE REG-OS-VALOR   TO REG-FA-VALOR.
           MOVE ZEROS          TO REG-FA-FRETE.
           MOVE ZEROS          TO REG-FA-ICMS.
           MOVE WRK-TOTAL-FAT  TO REG-FA-TOTAL.
           MOVE 'A'            TO REG-FA-STATUS.
           MOVE ZEROS          TO REG-FA-DATAPAGTO.
           MOVE ZEROS          TO REG-FA-VALORPAGO.
           MOVE REG-OS-CLIENTE TO REG-FA-CLIENTE.
           MOVE ZEROS          TO REG-FA-ENCARGOS.
           MOVE 'F'            TO REG-FA-TIPO.
           MOVE ZEROS          TO REG-FA-REFERENCIA.
           MOVE 'BRL'          TO REG-FA-MOEDA.
           MOVE ZEROS          TO REG-FA-SEGURO.
           MOVE 'S'            TO REG-FA-ORIGEM.
           MOVE SPACES         TO REG-FA-ALUNO.
           MOVE SPACES         TO REG-FA-FILIAL.
           MOVE SPACES         TO REG-FA-ISENJUROS.
           MOVE SPACES         TO REG-FA-SITFISCAL.
           MOVE ZEROS          TO REG-FA-LOTEFISCAL.
           MOVE SPACES         TO REG-FA-CODREJ.
           MOVE SPACES         TO REG-FA-MOTPERDA.
           MOVE ZEROS          TO REG-FA-DATAPERDA.
           MOVE ZEROS          TO REG-FA-VALORPERDA.
           MOVE ZEROS          TO REG-FA-VALORRECUP.
           MOVE WRK-ISS-VALOR  TO REG-FA-ISS.
           MOVE WRK-CIA-EMPRESA TO REG-FA-EMPRESA.
           WRITE REG-FATURA
              INVALID KEY
                 DISPLAY 'FATURA JA EXISTENTE, NUMERO '
                    WRK-NUM-FATURA
           END-WRITE.
           PERFORM 0000-GRAVARCOBRANCA.

       0000-IMPRIMIRFATURASERV.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FATURA NUMERO ' WRK-NUM-FATURA
              ' OS ' REG-OS-NUMERO
              ' EMITIDA EM ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CLIENTE .............. ' REG-OS-CLIENTE
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONCLUIDA EM ......... ' REG-OS-DATACONCL
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VALOR DOS SERVICOS ... ' REG-OS-VALOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ISS (' WRK-ISS-PERC '%) ........ '
              WRK-ISS-VALOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL DA FATURA ...... ' WRK-TOTAL-FAT
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.

       0500-LISTAROSNAOFAT.
           OPEN INPUT ARQ-ORDENS.
           IF WRK-FS-ORDENS NOT = '00'
              DISPLAY 'CADASTRO DE ORDENS DE SERVICO NAO ENCONTRADO.'
              GOBACK
           END-IF.
           MOVE ZEROS TO WRK-QTD-OSNF WRK-TOT-OSNF.
           OPEN OUTPUT ARQ-RELOSNF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ORDENS DE SERVICO CONCLUIDAS E NAO FATURADAS - '
              WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELOSNF FROM WRK-LINHA.
           MOVE 'OS       CLIENTE CONCLUSAO  DIAS              VALOR'
              TO WRK-LINHA.
           WRITE REG-RELOSNF FROM WRK-LINHA.
           MOVE ZEROS TO REG-OS-NUMERO.
           START ARQ-ORDENS KEY IS NOT LESS THAN REG-OS-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-ORDENS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-ORDENS
           END-START.
           PERFORM 0000-LISTARUMAOS
              UNTIL WRK-FS-ORDENS = '10'.
           MOVE WRK-TOT-OSNF TO WRK-VLR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ORDENS=' WRK-QTD-OSNF
              ' VALOR A FATURAR=' WRK-VLR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELOSNF FROM WRK-LINHA.
           CLOSE ARQ-RELOSNF.
           CLOSE ARQ-ORDENS.
           MOVE 'OSNAOFAT.TXT' TO WRK-NOME-RELAT.
           MOVE 'FATURAR' TO WRK-LOG-PROGRAMA.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'ORDENS CONCLUIDAS NAO FATURADAS: ' WRK-QTD-OSNF.
           DISPLAY 'RELATORIO GRAVADO EM OSNAOFAT.TXT'.

       0000-LISTARUMAOS.
           READ ARQ-ORDENS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ORDENS
              NOT AT END
                 IF REG-OS-STATUS = 'F' AND REG-OS-FATURA = 0
                    ADD 1 TO WRK-QTD-OSNF
                    ADD REG-OS-VALOR TO WRK-TOT-OSNF
                    MOVE ZEROS TO WRK-SRV-NUMERO
                    IF REG-OS-DATACONCL > 0
                       MOVE 'D' TO WRK-SRV-FUNCAO
                       MOVE REG-OS-DATACONCL TO WRK-SRV-DATA1
                       MOVE WRK-DATASISTEMA TO WRK-SRV-DATA2
                       CALL 'DATASRV' USING WRK-SRV-FUNCAO
                          WRK-SRV-DATA1 WRK-SRV-DATA2
                          WRK-SRV-NUMERO WRK-SRV-VALIDO
                    END-IF
                    MOVE WRK-SRV-NUMERO TO WRK-DIAS-ED
                    MOVE REG-OS-VALOR TO WRK-VLR-ED
                    MOVE SPACES TO WRK-LINHA
                    STRING REG-OS-NUMERO ' ' REG-OS-CLIENTE '   '
                       REG-OS-DATACONCL ' ' WRK-DIAS-ED ' '
                       WRK-VLR-ED
                       DELIMITED BY SIZE INTO WRK-LINHA
                    WRITE REG-RELOSNF FROM WRK-LINHA
                 END-IF
           END-READ.

       0200-REMESSACOBRANCA.
           MOVE ZEROS TO WRK-QTD-BOLETOS WRK-QTD-ENTRADAS
              WRK-QTD-BAIXAS WRK-QTD-ABATIM WRK-QTD-REMESSA
              WRK-TOT-REMESSA.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS = '00'
              MOVE 'N' TO WRK-PARCMF-OK
              OPEN INPUT ARQ-PARCELAS
              IF WRK-FS-PARCELAS = '00'
                 MOVE 'S' TO WRK-PARCMF-OK
              END-IF
              MOVE ZEROS TO REG-FA-NUMERO
              START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-FATURAS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-FATURAS
              END-START
              PERFORM 0000-REGISTRARPENDENTE
                 UNTIL WRK-FS-FATURAS = '10'
              IF WRK-PARCMF-OK = 'S'
                 CLOSE ARQ-PARCELAS
              END-IF
              CLOSE ARQ-FATURAS
           END-IF.
           PERFORM 0000-CARREGARPARMCOB.
           OPEN I-O ARQ-BOLETOS.
           IF WRK-FS-BOLETOS NOT = '00'
              DISPLAY 'NENHUM TITULO DE COBRANCA REGISTRADO, REMESSA '
                 'NAO GERADA.'
           ELSE
              OPEN OUTPUT ARQ-REMCOB
              MOVE WRK-DATASISTEMA TO WRK-CH-DATA
              MOVE WRK-PB-BANCO TO WRK-CH-BANCO
              MOVE WRK-PB-AGENCIA TO WRK-CH-AGENCIA
              MOVE WRK-PB-CONTA TO WRK-CH-CONTA
              MOVE WRK-PB-CARTEIRA TO WRK-CH-CARTEIRA
              MOVE WRK-PB-CEDENTE TO WRK-CH-CEDENTE
              WRITE REG-REMCOB FROM WRK-COB-HEADER
              MOVE ZEROS TO REG-BT-NOSSONUM
              START ARQ-BOLETOS KEY IS NOT LESS THAN REG-BT-NOSSONUM
                 INVALID KEY
                    MOVE '10' TO WRK-FS-BOLETOS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-BOLETOS
              END-START
              PERFORM 0000-REMETERTITULO
                 UNTIL WRK-FS-BOLETOS = '10'
              MOVE WRK-QTD-REMESSA TO WRK-CT-QTD
              MOVE WRK-TOT-REMESSA TO WRK-CT-TOTAL
              WRITE REG-REMCOB FROM WRK-COB-TRAILER
              CLOSE ARQ-REMCOB
              CLOSE ARQ-BOLETOS
              DISPLAY 'REMESSA DE COBRANCA GRAVADA EM COBREM.TXT'
           END-IF.
           DISPLAY 'BOLETOS EMITIDOS ...... ' WRK-QTD-BOLETOS.
           DISPLAY 'ENTRADAS REMETIDAS .... ' WRK-QTD-ENTRADAS.
           DISPLAY 'PEDIDOS DE BAIXA ...... ' WRK-QTD-BAIXAS.
           DISPLAY 'ABATIMENTOS ........... ' WRK-QTD-ABATIM.
           MOVE 'FATURAR' TO WRK-LOG-PROGRAMA.
           STRING 'REMESSA COBRANCA ENTR=' WRK-QTD-ENTRADAS
              ' BAIXAS=' WRK-QTD-BAIXAS
              ' ABAT=' WRK-QTD-ABATIM
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
                 WRK-LOG-SEVERIDADE.

       0000-REGISTRARPENDENTE.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 IF REG-FA-TIPO NOT = 'C' AND REG-FA-STATUS = 'A'
                    PERFORM 0000-REGISTRARFATURA
                 END-IF
           END-READ.

       0000-REGISTRARFATURA.
           MOVE 'R' TO WRK-BOL-FUNCAO.
           MOVE REG-FA-NUMERO TO WRK-BOL-FATURA.
           IF REG-FA-ORIGEM = 'M'
              MOVE REG-FA-ALUNO TO WRK-BOL-SACADO
           ELSE
              MOVE REG-FA-CLIENTE TO WRK-BOL-SACADO
           END-IF.
           MOVE REG-FA-DATA TO WRK-BOL-EMISSAO.
           MOVE 'N' TO WRK-TEM-PARCELAS.
           IF WRK-PARCMF-OK = 'S'
              MOVE REG-FA-NUMERO TO REG-PA-FATURA
              MOVE 01 TO REG-PA-PARCELA
              READ ARQ-PARCELAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S' TO WRK-TEM-PARCELAS
              END-READ
           END-IF.
           IF WRK-TEM-PARCELAS = 'S'
              PERFORM VARYING WRK-PARC-IDX FROM 1 BY 1
                    UNTIL WRK-PARC-IDX > 12
                 MOVE REG-FA-NUMERO TO REG-PA-FATURA
                 MOVE WRK-PARC-IDX TO REG-PA-PARCELA
                 READ ARQ-PARCELAS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF REG-PA-STATUS = 'A'
                          MOVE 'R' TO WRK-BOL-FUNCAO
                          MOVE WRK-PARC-IDX TO WRK-BOL-PARCELA
                          MOVE REG-PA-VENCIMENTO TO WRK-BOL-VENCIMENTO
                          COMPUTE WRK-BOL-VALOR =
                             REG-PA-VALOR - REG-PA-VALORPAGO
                          PERFORM 0000-CHAMARBOLETSRV
                       END-IF
                 END-READ
              END-PERFORM
           ELSE
              MOVE ZEROS TO WRK-BOL-PARCELA
              MOVE ZEROS TO WRK-BOL-VENCIMENTO
              COMPUTE WRK-BOL-VALOR = REG-FA-TOTAL
                 + REG-FA-ENCARGOS - REG-FA-VALORPAGO
              PERFORM 0000-CHAMARBOLETSRV
           END-IF.

       0000-CARREGARPARMCOB.
           MOVE 237 TO WRK-PB-BANCO.
           MOVE 1 TO WRK-PB-AGENCIA.
           MOVE 1 TO WRK-PB-CONTA.
           MOVE 9 TO WRK-PB-CARTEIRA.
           MOVE 2,00 TO WRK-PB-MULTA.
           MOVE 0,0330 TO WRK-PB-JUROSDIA.
           MOVE 'COBRANCA PROPRIA' TO WRK-PB-CEDENTE.
           OPEN INPUT ARQ-PARMCOB.
           IF WRK-FS-PARMCOB = '00'
              READ ARQ-PARMCOB
                 NOT AT END
                    MOVE REG-PARMCOB TO WRK-PARAMETROS
              END-READ
              CLOSE ARQ-PARMCOB
           END-IF.

       0000-REMETERTITULO.
           READ ARQ-BOLETOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-BOLETOS
              NOT AT END
                 PERFORM 0000-GERARINSTRUCAO
           END-READ.

       0000-GERARINSTRUCAO.
           MOVE 'N' TO WRK-ALTERADO.
           MOVE ZEROS TO WRK-CD-ABATIMENTO.
           IF REG-BT-SITUACAO = 'P'
              MOVE 01 TO WRK-CD-INSTRUCAO
              PERFORM 0000-GRAVARDETALHECOB
              MOVE 'R' TO REG-BT-SITUACAO
              MOVE 'S' TO WRK-ALTERADO
              ADD 1 TO WRK-QTD-ENTRADAS
           END-IF.
           IF REG-BT-SITUACAO = 'B'
              MOVE 02 TO WRK-CD-INSTRUCAO
              PERFORM 0000-GRAVARDETALHECOB
              MOVE 'X' TO REG-BT-SITUACAO
              MOVE 'S' TO WRK-ALTERADO
              ADD 1 TO WRK-QTD-BAIXAS
           END-IF.
           IF REG-BT-ABATPEND > 0
                 AND (REG-BT-SITUACAO = 'R' OR REG-BT-SITUACAO = 'C')
              MOVE 04 TO WRK-CD-INSTRUCAO
              MOVE REG-BT-ABATPEND TO WRK-CD-ABATIMENTO
              PERFORM 0000-GRAVARDETALHECOB
              ADD REG-BT-ABATPEND TO REG-BT-ABATIMENTO
              MOVE ZEROS TO REG-BT-ABATPEND
              MOVE 'S' TO WRK-ALTERADO
              ADD 1 TO WRK-QTD-ABATIM
           END-IF.
           IF WRK-ALTERADO = 'S'
              MOVE WRK-DATASISTEMA TO REG-BT-DATASIT
              REWRITE REG-BOLETO
           END-IF.

       0000-GRAVARDETALHECOB.
           MOVE REG-BT-NOSSONUM   TO WRK-CD-NOSSONUM.
           MOVE REG-BT-FATURA     TO WRK-CD-FATURA.
           MOVE REG-BT-PARCELA    TO WRK-CD-PARCELA.
           MOVE REG-BT-SACADO     TO WRK-CD-SACADO.
           MOVE REG-BT-EMISSAO    TO WRK-CD-EMISSAO.
           MOVE REG-BT-VENCIMENTO TO WRK-CD-VENCIMENTO.
           MOVE REG-BT-VALOR      TO WRK-CD-VALOR.
           MOVE WRK-PB-MULTA      TO WRK-CD-MULTA.
           COMPUTE WRK-CD-MORADIA ROUNDED =
              REG-BT-VALOR * WRK-PB-JUROSDIA / 100.
           WRITE REG-REMCOB FROM WRK-COB-DETALHE.
           ADD 1 TO WRK-QTD-REMESSA.
           ADD REG-BT-VALOR TO WRK-TOT-REMESSA.

       0300-CONSULTARBOLETOS.
           DISPLAY ' NUMERO DA FATURA?'.
           ACCEPT WRK-FAT-ORIGINAL.
           OPEN INPUT ARQ-BOLETOS.
           IF WRK-FS-BOLETOS NOT = '00'
              DISPLAY 'NENHUM TITULO DE COBRANCA REGISTRADO.'
           ELSE
              MOVE ZEROS TO WRK-QTD-BOLETOS
              MOVE WRK-FAT-ORIGINAL TO REG-BT-FATURA
              MOVE ZEROS TO REG-BT-PARCELA
              MOVE ZEROS TO REG-BT-DV
              START ARQ-BOLETOS KEY IS NOT LESS THAN REG-BT-NOSSONUM
                 INVALID KEY
                    MOVE '10' TO WRK-FS-BOLETOS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-BOLETOS
              END-START
              PERFORM 0000-LISTARBOLETO
                 UNTIL WRK-FS-BOLETOS = '10'
              IF WRK-QTD-BOLETOS = 0
                 DISPLAY 'FATURA ' WRK-FAT-ORIGINAL
                    ' SEM BOLETO REGISTRADO.'
              END-IF
              CLOSE ARQ-BOLETOS
           END-IF.

       0000-LISTARBOLETO.
           READ ARQ-BOLETOS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-BOLETOS
              NOT AT END
                 IF REG-BT-FATURA NOT = WRK-FAT-ORIGINAL
                    MOVE '10' TO WRK-FS-BOLETOS
                 ELSE
                    ADD 1 TO WRK-QTD-BOLETOS
                    EVALUATE REG-BT-SITUACAO
                       WHEN 'P'
                          MOVE 'ENTRADA PENDENTE DE REMESSA'
                             TO WRK-SITUACAO-DESC
                       WHEN 'R'
                          MOVE 'ENTRADA REMETIDA AO BANCO'
                             TO WRK-SITUACAO-DESC
                       WHEN 'C'
                          MOVE 'REGISTRO CONFIRMADO'
                             TO WRK-SITUACAO-DESC
                       WHEN 'J'
                          MOVE 'REGISTRO REJEITADO PELO BANCO'
                             TO WRK-SITUACAO-DESC
                       WHEN 'B'
                          MOVE 'BAIXA PENDENTE DE REMESSA'
                             TO WRK-SITUACAO-DESC
                       WHEN 'X'
                          MOVE 'BAIXADO' TO WRK-SITUACAO-DESC
                       WHEN 'L'
                          MOVE 'LIQUIDADO NO BANCO'
                             TO WRK-SITUACAO-DESC
                       WHEN OTHER
                          MOVE SPACES TO WRK-SITUACAO-DESC
                    END-EVALUATE
                    DISPLAY 'PARCELA ' REG-BT-PARCELA
                       ' NOSSO NUMERO ' REG-BT-NOSSONUM
                       ' VENC ' REG-BT-VENCIMENTO
                       ' VALOR ' REG-BT-VALOR
                    DISPLAY '   SITUACAO ' REG-BT-SITUACAO ' - '
                       WRK-SITUACAO-DESC ' EM ' REG-BT-DATASIT
                    DISPLAY '   ABATIMENTO ' REG-BT-ABATIMENTO
                       ' PENDENTE ' REG-BT-ABATPEND
                       ' PAGO ' REG-BT-VALORPAGO
                    DISPLAY '   LINHA DIGITAVEL ' REG-BT-LINHADIG
                 END-IF
           END-READ.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'FATCTRL.DAT' TO WRK-NOME-FATCTRL.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-FATCTRL WRK-CIA-VALIDO.
