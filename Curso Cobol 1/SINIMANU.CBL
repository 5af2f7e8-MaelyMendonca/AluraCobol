       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINIMANU.
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
           SELECT ARQ-SINISTROS ASSIGN TO "SINISTMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SN-NUMERO
               FILE STATUS IS WRK-FS-SINISTROS.
           SELECT ARQ-SINCTRL ASSIGN TO "SINCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SINCTRL.
           SELECT ARQ-OCORRENCIAS ASSIGN TO "OCORRMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OC-CHAVE
               FILE STATUS IS WRK-FS-OCORRENCIAS.
           SELECT ARQ-TRANSPORTES ASSIGN TO "TRANSMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TP-COD
               FILE STATUS IS WRK-FS-TRANSPORTES.
           SELECT ARQ-PEDCTRL ASSIGN TO WRK-NOME-PEDCTRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEDCTRL.
           SELECT ARQ-FATURAS ASSIGN TO "FATURMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-NUMERO
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT ARQ-FATCTRL ASSIGN TO WRK-NOME-FATCTRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATCTRL.
           SELECT ARQ-DOCFAT ASSIGN TO "FATURAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DOCFAT.
           SELECT ARQ-RELSIN ASSIGN TO "SINIREL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELSIN.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PEDIDMF.
       01 REG-PEDIDO.
       COPY PEDIREG.
       FD ARQ-SINISTROS.
       01 REG-SINISTRO.
       COPY SINREG.
       FD ARQ-SINCTRL.
       01 REG-SINCTRL          PIC 9(08).
       FD ARQ-OCORRENCIAS.
       01 REG-OCORRENCIA.
          02 REG-OC-CHAVE.
             03 REG-OC-PEDIDO   PIC 9(08).
             03 REG-OC-SEQ      PIC 9(03).
          02 REG-OC-DATA        PIC 9(08).
          02 REG-OC-HORA        PIC 9(08).
          02 REG-OC-MOTIVO      PIC X(02).
          02 REG-OC-TEXTO       PIC X(40).
          02 REG-OC-OPERADOR    PIC X(08).
       FD ARQ-TRANSPORTES.
       01 REG-TRANSPORTE.
       COPY TRANSREG.
       FD ARQ-PEDCTRL.
       01 REG-PEDCTRL          PIC 9(08).
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-FATCTRL.
       01 REG-FATCTRL          PIC 9(08).
       FD ARQ-DOCFAT.
       01 REG-DOCFAT           PIC X(80).
       FD ARQ-RELSIN.
       01 REG-RELSIN           PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-PEDIDMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-SINISTROS PIC X(02)     VALUE ZEROS.
       77 WRK-FS-SINCTRL   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-OCORRENCIAS PIC X(02)   VALUE ZEROS.
       77 WRK-FS-TRANSPORTES PIC X(02)   VALUE ZEROS.
       77 WRK-FS-PEDCTRL   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATCTRL   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-DOCFAT    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELSIN    PIC X(02)     VALUE ZEROS.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-NOME-FATCTRL PIC X(12)     VALUE 'FATCTRL.DAT'.
       77 WRK-NOME-PEDCTRL PIC X(12)     VALUE 'PEDCTRL.DAT'.
       77 WRK-OCORMF-OK    PIC X(01)     VALUE 'N'.
       77 WRK-TRANSMF-OK   PIC X(01)     VALUE 'N'.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'SINIMANU'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-NUM-PEDIDO   PIC 9(08)     VALUE ZEROS.
       77 WRK-NUM-SINISTRO PIC 9(08)     VALUE ZEROS.
       77 WRK-SEQ-OCORR    PIC 9(03)     VALUE ZEROS.
       77 WRK-OCO-IDX      PIC 9(04)     VALUE ZEROS.
       77 WRK-QTD-OCORR    PIC 9(03)     VALUE ZEROS.
       77 WRK-DATA-OCORR   PIC 9(08)     VALUE ZEROS.
       77 WRK-OCOR-DUPLIC  PIC 9(08)     VALUE ZEROS.
       77 WRK-TIPO         PIC X(01)     VALUE SPACES.
       77 WRK-RESPOSTA     PIC X(01)     VALUE SPACES.
       77 WRK-RESSARC      PIC X(01)     VALUE SPACES.
       77 WRK-VALOR-SIN    PIC 9(08)V99  VALUE ZEROS.
       77 WRK-VALOR-ACEITO PIC 9(08)V99  VALUE ZEROS.
       77 WRK-JA-RECLAMADO PIC 9(09)V99  VALUE ZEROS.
       77 WRK-SALDO-RECL   PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QTD-DOCS     PIC 9(01)     VALUE ZEROS.
       77 WRK-DOC-IDX      PIC 9(01)     VALUE ZEROS.
       77 WRK-DOCUMENTO    PIC X(20)     VALUE SPACES.
       77 WRK-MOTIVO-REC   PIC X(30)     VALUE SPACES.
       77 WRK-NOME-TRANSP  PIC X(20)     VALUE SPACES.
       77 WRK-NUM-REPOS    PIC 9(08)     VALUE ZEROS.
       77 WRK-EMPRESA-PED  PIC X(02)     VALUE SPACES.
       77 WRK-NUM-FATURA   PIC 9(08)     VALUE ZEROS.
       77 WRK-FAT-ORIGINAL PIC 9(08)     VALUE ZEROS.
       77 WRK-TOTAL-ORIG   PIC 9(09)V99  VALUE ZEROS.
       77 WRK-SALDO-ORIG   PIC 9(09)V99  VALUE ZEROS.
       77 WRK-VALOR-NC     PIC 9(09)V99  VALUE ZEROS.
       77 WRK-CLIENTE-NC   PIC X(05)     VALUE SPACES.
       77 WRK-UF-NC        PIC X(02)     VALUE SPACES.
       77 WRK-FILIAL-NC    PIC X(02)     VALUE SPACES.
       77 WRK-EMPRESA-NC   PIC X(02)     VALUE SPACES.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.
       77 WRK-PRAZO-RECL   PIC 9(03)     VALUE 365.
       77 WRK-AVISO-PRAZO  PIC 9(03)     VALUE 30.
       77 WRK-RESTANTE     PIC S9(05)    VALUE ZEROS.
       77 WRK-ALERTA       PIC X(16)     VALUE SPACES.
       77 WRK-IDADE        PIC S9(05)    VALUE ZEROS.
       77 WRK-IDADE-ED     PIC ZZZZ9.
       77 WRK-FAIXA-IDX    PIC 9(01)     VALUE ZEROS.
       77 WRK-TRANSP-IDX   PIC 9(02)     VALUE ZEROS.
       77 WRK-QTD-TRANSP   PIC 9(02)     VALUE ZEROS.
       77 WRK-TRANSP-ACHADA PIC X(01)    VALUE 'N'.
       77 WRK-QTD-ABERTAS  PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-VENCER   PIC 9(05)     VALUE ZEROS.
       77 WRK-QTD-VENCIDAS PIC 9(05)     VALUE ZEROS.
       77 WRK-VALOR-ABERTAS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZ.ZZZ.ZZ9,99.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-BOL-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-BOL-FATURA   PIC 9(08)     VALUE ZEROS.
       77 WRK-BOL-PARCELA  PIC 9(02)     VALUE ZEROS.
       77 WRK-BOL-SACADO   PIC X(08)     VALUE SPACES.
       77 WRK-BOL-EMISSAO  PIC 9(08)     VALUE ZEROS.
       77 WRK-BOL-VENCIMENTO PIC 9(08)   VALUE ZEROS.
       77 WRK-BOL-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-BOL-NOSSONUM PIC 9(11)     VALUE ZEROS.
       77 WRK-BOL-RESULTADO PIC X(01)    VALUE SPACES.
       01 WRK-TAB-FAIXAS.
          02 FILLER PIC X(12) VALUE 'ATE 30 DIAS '.
          02 FILLER PIC X(12) VALUE '31 A 90 DIAS'.
          02 FILLER PIC X(12) VALUE '91 A 180    '.
          02 FILLER PIC X(12) VALUE 'MAIS DE 180 '.
       01 WRK-FAIXAS REDEFINES WRK-TAB-FAIXAS.
          02 WRK-NOME-FAIXA     PIC X(12) OCCURS 4 TIMES.
       01 WRK-IDADE-TAB.
          02 WRK-ID-TRANSP OCCURS 20 TIMES.
             03 WRK-ID-COD      PIC X(03).
             03 WRK-ID-QTD      PIC 9(05) OCCURS 4 TIMES.
             03 WRK-ID-VALOR    PIC 9(10)V99 OCCURS 4 TIMES.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           OPEN I-O ARQ-PEDIDMF.
           IF WRK-FS-PEDIDMF NOT = '00'
              DISPLAY 'CADASTRO DE PEDIDOS NAO ENCONTRADO.'
              GOBACK
           END-IF.
           OPEN I-O ARQ-SINISTROS.
           IF WRK-FS-SINISTROS = '35'
              OPEN OUTPUT ARQ-SINISTROS
              CLOSE ARQ-SINISTROS
              OPEN I-O ARQ-SINISTROS
           END-IF.
           MOVE 'N' TO WRK-OCORMF-OK WRK-TRANSMF-OK.
           OPEN INPUT ARQ-OCORRENCIAS.
           IF WRK-FS-OCORRENCIAS = '00'
              MOVE 'S' TO WRK-OCORMF-OK
           END-IF.
           OPEN INPUT ARQ-TRANSPORTES.
           IF WRK-FS-TRANSPORTES = '00'
              MOVE 'S' TO WRK-TRANSMF-OK
           END-IF.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           IF WRK-OCORMF-OK = 'S'
              CLOSE ARQ-OCORRENCIAS
           END-IF.
           IF WRK-TRANSMF-OK = 'S'
              CLOSE ARQ-TRANSPORTES
           END-IF.
           CLOSE ARQ-SINISTROS.
           CLOSE ARQ-PEDIDMF.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'RECLAMACOES DE AVARIA E EXTRAVIO'.
           DISPLAY ' 1 - ABRIR RECLAMACAO A PARTIR DE OCORRENCIA'.
           DISPLAY ' 2 - INCLUIR DOCUMENTO COMPROBATORIO'.
           DISPLAY ' 3 - REGISTRAR RESPOSTA DA TRANSPORTADORA'.
           DISPLAY ' 4 - RESSARCIR CLIENTE (REENVIO OU CREDITO)'.
           DISPLAY ' 5 - CONSULTAR RECLAMACAO'.
           DISPLAY ' 6 - RELATORIO DE RECLAMACOES EM ABERTO'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-ABRIRSINISTRO
              WHEN '2'
                 PERFORM 0004-INCLUIRDOCUMENTO
              WHEN '3'
                 PERFORM 0005-RESPOSTATRANSP
              WHEN '4'
                 PERFORM 0006-RESSARCIRCLIENTE
              WHEN '5'
                 PERFORM 0007-CONSULTARSINISTRO
              WHEN '6'
                 PERFORM 0008-RELATORIOABERTAS
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0000-LERSINISTRO.
           DISPLAY ' NUMERO DA RECLAMACAO?'.
           ACCEPT WRK-NUM-SINISTRO.
           MOVE WRK-NUM-SINISTRO TO REG-SN-NUMERO.

       0003-ABRIRSINISTRO.
           IF WRK-OCORMF-OK = 'N'
              DISPLAY 'ARQUIVO DE OCORRENCIAS (OCORRMF.DAT) NAO '
                 'ENCONTRADO, RECLAMACAO NAO PERMITIDA.'
           ELSE
              DISPLAY ' NUMERO DO PEDIDO?'
              ACCEPT WRK-NUM-PEDIDO
              MOVE WRK-NUM-PEDIDO TO REG-PE-NUMERO
              READ ARQ-PEDIDMF
                 INVALID KEY
                    DISPLAY 'PEDIDO NAO ENCONTRADO.'
                 NOT INVALID KEY
                    IF REG-PE-STATUS = 'C'
                       DISPLAY 'PEDIDO CANCELADO, RECLAMACAO NAO '
                          'PERMITIDA.'
                    ELSE
                       IF REG-PE-TRANSP = SPACES
                          DISPLAY 'PEDIDO SEM TRANSPORTADORA, '
                             'RECLAMACAO NAO PERMITIDA.'
                       ELSE
                          PERFORM 0100-ESCOLHEROCORRENCIA
                       END-IF
                    END-IF
              END-READ
           END-IF.

       0100-ESCOLHEROCORRENCIA.
           MOVE ZEROS TO WRK-QTD-OCORR.
           PERFORM VARYING WRK-OCO-IDX FROM 1 BY 1
                 UNTIL WRK-OCO-IDX > 999
              MOVE WRK-NUM-PEDIDO TO REG-OC-PEDIDO
              MOVE WRK-OCO-IDX TO REG-OC-SEQ
              READ ARQ-OCORRENCIAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO WRK-QTD-OCORR
                    DISPLAY 'SEQ=' REG-OC-SEQ
                       ' DATA=' REG-OC-DATA
                       ' MOTIVO=' REG-OC-MOTIVO
                       ' ' REG-OC-TEXTO
              END-READ
           END-PERFORM.
           IF WRK-QTD-OCORR = 0
              DISPLAY 'PEDIDO SEM OCORRENCIAS, REGISTRE A OCORRENCIA '
                 'NO RASTREAMENTO ANTES DE RECLAMAR.'
           ELSE
              DISPLAY ' SEQUENCIA DA OCORRENCIA RECLAMADA?'
              ACCEPT WRK-SEQ-OCORR
              MOVE WRK-NUM-PEDIDO TO REG-OC-PEDIDO
              MOVE WRK-SEQ-OCORR TO REG-OC-SEQ
              READ ARQ-OCORRENCIAS
                 INVALID KEY
                    DISPLAY 'OCORRENCIA NAO ENCONTRADA.'
                 NOT INVALID KEY
                    MOVE REG-OC-DATA TO WRK-DATA-OCORR
                    PERFORM 0000-SOMARRECLAMADO
                    IF WRK-OCOR-DUPLIC > 0
                       DISPLAY 'OCORRENCIA JA RECLAMADA NA '
                          'RECLAMACAO ' WRK-OCOR-DUPLIC '.'
                    ELSE
                       PERFORM 0110-DIGITARSINISTRO
                    END-IF
              END-READ
           END-IF.

       0110-DIGITARSINISTRO.
           COMPUTE WRK-SALDO-RECL = REG-PE-VALOR - WRK-JA-RECLAMADO.
           PERFORM 0000-NOMETRANSP.
           DISPLAY 'PEDIDO ' REG-PE-NUMERO
              ' CLIENTE=' REG-PE-CLIENTE
              ' TRANSP=' REG-PE-TRANSP ' ' WRK-NOME-TRANSP.
           DISPLAY 'VALOR DECLARADO=' REG-PE-VALOR
              ' SEGURO=' REG-PE-SEGURO
              ' JA RECLAMADO=' WRK-JA-RECLAMADO.
           IF REG-PE-SEGURO = 0
              DISPLAY 'ATENCAO: CARGA SEM SEGURO CONTRATADO.'
           END-IF.
           IF WRK-SALDO-RECL <= 0
              DISPLAY 'VALOR DECLARADO DO PEDIDO JA TOTALMENTE '
                 'RECLAMADO.'
           ELSE
              MOVE SPACES TO WRK-TIPO
              PERFORM UNTIL WRK-TIPO = 'A' OR WRK-TIPO = 'E'
                 DISPLAY ' TIPO (A=AVARIA E=EXTRAVIO)?'
                 ACCEPT WRK-TIPO
              END-PERFORM
              DISPLAY ' VALOR RECLAMADO (0=SALDO DO VALOR DECLARADO '
                 WRK-SALDO-RECL ')?'
              ACCEPT WRK-VALOR-SIN
              IF WRK-VALOR-SIN = 0
                 MOVE WRK-SALDO-RECL TO WRK-VALOR-SIN
              END-IF
              IF WRK-VALOR-SIN > WRK-SALDO-RECL
                 DISPLAY 'VALOR INVALIDO, NO MAXIMO O SALDO DO VALOR '
                    'DECLARADO DO PEDIDO.'
              ELSE
                 MOVE 6 TO WRK-QTD-DOCS
                 PERFORM UNTIL WRK-QTD-DOCS <= 5
                    DISPLAY ' QUANTOS DOCUMENTOS COMPROBATORIOS '
                       '(0 A 5)?'
                    ACCEPT WRK-QTD-DOCS
                 END-PERFORM
                 PERFORM VARYING WRK-DOC-IDX FROM 1 BY 1
                       UNTIL WRK-DOC-IDX > 5
                    MOVE SPACES TO REG-SN-DOCUMENTO(WRK-DOC-IDX)
                 END-PERFORM
                 PERFORM VARYING WRK-DOC-IDX FROM 1 BY 1
                       UNTIL WRK-DOC-IDX > WRK-QTD-DOCS
                    PERFORM 0000-LERDOCUMENTO
                    MOVE WRK-DOCUMENTO TO REG-SN-DOCUMENTO(WRK-DOC-IDX)
                 END-PERFORM
                 DISPLAY ' CONFIRMA A ABERTURA DA RECLAMACAO? (S/N)'
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
                    DISPLAY 'OPERACAO NAO CONFIRMADA.'
                 ELSE
                    PERFORM 0120-GRAVARSINISTRO
                 END-IF
              END-IF
           END-IF.

       0120-GRAVARSINISTRO.
           PERFORM 0000-LERNUMSINISTRO.
           ADD 1 TO WRK-NUM-SINISTRO.
           MOVE WRK-NUM-SINISTRO TO REG-SN-NUMERO.
           MOVE REG-PE-NUMERO TO REG-SN-PEDIDO.
           MOVE WRK-SEQ-OCORR TO REG-SN-OCORSEQ.
           MOVE REG-PE-TRANSP TO REG-SN-TRANSP.
           MOVE REG-PE-CLIENTE TO REG-SN-CLIENTE.
           MOVE WRK-DATASISTEMA TO REG-SN-DATA.
           MOVE WRK-DATA-OCORR TO REG-SN-DATAOCOR.
           MOVE WRK-TIPO TO REG-SN-TIPO.
           MOVE REG-PE-VALOR TO REG-SN-VALORDECL.
           MOVE REG-PE-SEGURO TO REG-SN-SEGURO.
           MOVE WRK-VALOR-SIN TO REG-SN-VALOR.
           MOVE ZEROS TO REG-SN-VALORACEITO.
           MOVE WRK-QTD-DOCS TO REG-SN-QTDDOCS.
           MOVE 'A' TO REG-SN-SITUACAO.
           MOVE WRK-DATASISTEMA TO REG-SN-DATASIT.
           MOVE SPACES TO REG-SN-MOTIVOREC.
           MOVE SPACES TO REG-SN-RESSARC.
           MOVE ZEROS TO REG-SN-PEDREPOS REG-SN-NOTACRED.
           MOVE ZEROS TO REG-SN-DATAACERTO.
           MOVE WRK-OPERADOR TO REG-SN-OPERADOR.
           MOVE WRK-CIA-EMPRESA TO REG-SN-EMPRESA.
           WRITE REG-SINISTRO
              INVALID KEY
                 DISPLAY 'RECLAMACAO JA EXISTENTE, NUMERO '
                    WRK-NUM-SINISTRO
           END-WRITE.
           PERFORM 0000-GRAVARNUMSINISTRO.
           DISPLAY 'RECLAMACAO ' WRK-NUM-SINISTRO ' ABERTA.'.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'SINISTRO ABERTO=' WRK-NUM-SINISTRO
              ' PEDIDO=' REG-PE-NUMERO
              ' TRANSP=' REG-PE-TRANSP
              ' OPER=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA WRK-LOG-MENSAGEM
              WRK-LOG-SEVERIDADE.

       0000-LERDOCUMENTO.
           MOVE SPACES TO WRK-DOCUMENTO.
           PERFORM UNTIL WRK-DOCUMENTO NOT = SPACES
              DISPLAY ' DOCUMENTO ' WRK-DOC-IDX
                 ' (CONHECIMENTO, FOTOS, LAUDO...)?'
              ACCEPT WRK-DOCUMENTO
           END-PERFORM.

       0000-SOMARRECLAMADO.
           MOVE ZEROS TO WRK-JA-RECLAMADO WRK-OCOR-DUPLIC.
           MOVE ZEROS TO REG-SN-NUMERO.
           START ARQ-SINISTROS KEY IS NOT LESS THAN REG-SN-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-SINISTROS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-SINISTROS
           END-START.
           PERFORM 0000-SOMARUMSINISTRO UNTIL WRK-FS-SINISTROS = '10'.
           MOVE '00' TO WRK-FS-SINISTROS.

       0000-SOMARUMSINISTRO.
           READ ARQ-SINISTROS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-SINISTROS
              NOT AT END
                 IF REG-SN-PEDIDO = REG-PE-NUMERO
                       AND REG-SN-SITUACAO NOT = 'R'
                    ADD REG-SN-VALOR TO WRK-JA-RECLAMADO
                    IF REG-SN-OCORSEQ = WRK-SEQ-OCORR
                       MOVE REG-SN-NUMERO TO WRK-OCOR-DUPLIC
                    END-IF
                 END-IF
           END-READ.

       0000-NOMETRANSP.
           MOVE SPACES TO WRK-NOME-TRANSP.
           IF WRK-TRANSMF-OK = 'S'
              MOVE REG-PE-TRANSP TO REG-TP-COD
              READ ARQ-TRANSPORTES
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE REG-TP-NOME TO WRK-NOME-TRANSP
              END-READ
           END-IF.

       0004-INCLUIRDOCUMENTO.
           PERFORM 0000-LERSINISTRO.
           READ ARQ-SINISTROS
              INVALID KEY
                 DISPLAY 'RECLAMACAO NAO ENCONTRADA.'
              NOT INVALID KEY
                 IF REG-SN-SITUACAO NOT = 'A'
                    DISPLAY 'RECLAMACAO NAO ESTA EM ABERTO (SITUACAO='
                       REG-SN-SITUACAO ').'
                 ELSE
                    IF REG-SN-QTDDOCS >= 5
                       DISPLAY 'RECLAMACAO JA POSSUI 5 DOCUMENTOS.'
                    ELSE
                       PERFORM 0200-GRAVARDOCUMENTO
                    END-IF
                 END-IF
           END-READ.

       0200-GRAVARDOCUMENTO.
           PERFORM VARYING WRK-DOC-IDX FROM 1 BY 1
                 UNTIL WRK-DOC-IDX > REG-SN-QTDDOCS
              DISPLAY '  DOC ' WRK-DOC-IDX ' '
                 REG-SN-DOCUMENTO(WRK-DOC-IDX)
           END-PERFORM.
           ADD 1 TO REG-SN-QTDDOCS.
           MOVE REG-SN-QTDDOCS TO WRK-DOC-IDX.
           PERFORM 0000-LERDOCUMENTO.
           MOVE WRK-DOCUMENTO TO REG-SN-DOCUMENTO(WRK-DOC-IDX).
           REWRITE REG-SINISTRO.
           DISPLAY 'DOCUMENTO INCLUIDO NA RECLAMACAO.'.

       0005-RESPOSTATRANSP.
           PERFORM 0000-LERSINISTRO.
           READ ARQ-SINISTROS
              INVALID KEY
                 DISPLAY 'RECLAMACAO NAO ENCONTRADA.'
              NOT INVALID KEY
                 IF REG-SN-SITUACAO NOT = 'A'
                    DISPLAY 'RECLAMACAO NAO ESTA EM ABERTO (SITUACAO='
                       REG-SN-SITUACAO ').'
                 ELSE
                    PERFORM 0300-REGISTRARRESPOSTA
                 END-IF
           END-READ.

       0300-REGISTRARRESPOSTA.
           DISPLAY 'RECLAMACAO ' REG-SN-NUMERO
              ' PEDIDO=' REG-SN-PEDIDO
              ' TRANSP=' REG-SN-TRANSP
              ' VALOR RECLAMADO=' REG-SN-VALOR.
           MOVE SPACES TO WRK-RESPOSTA.
           PERFORM UNTIL WRK-RESPOSTA = 'A' OR WRK-RESPOSTA = 'R'
              DISPLAY ' RESPOSTA (A=ACEITA R=RECUSADA)?'
              ACCEPT WRK-RESPOSTA
           END-PERFORM.
           IF WRK-RESPOSTA = 'A'
              DISPLAY ' VALOR ACEITO (0=VALOR RECLAMADO)?'
              ACCEPT WRK-VALOR-ACEITO
              IF WRK-VALOR-ACEITO = 0
                 MOVE REG-SN-VALOR TO WRK-VALOR-ACEITO
              END-IF
              IF WRK-VALOR-ACEITO > REG-SN-VALOR
                 DISPLAY 'VALOR ACEITO MAIOR QUE O RECLAMADO, '
                    'RESPOSTA NAO REGISTRADA.'
              ELSE
                 MOVE WRK-VALOR-ACEITO TO REG-SN-VALORACEITO
                 MOVE 'C' TO REG-SN-SITUACAO
                 MOVE WRK-DATASISTEMA TO REG-SN-DATASIT
                 REWRITE REG-SINISTRO
                 DISPLAY 'RECLAMACAO ACEITA, VALOR SERA DESCONTADO NO '
                    'PROXIMO ACERTO DE FRETE.'
                 MOVE SPACES TO WRK-LOG-MENSAGEM
                 STRING 'SINISTRO ACEITO=' WRK-NUM-SINISTRO
                    ' VALOR=' WRK-VALOR-ACEITO
                    ' OPER=' WRK-OPERADOR
                    DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                 CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                    WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              END-IF
           ELSE
              MOVE SPACES TO WRK-MOTIVO-REC
              PERFORM UNTIL WRK-MOTIVO-REC NOT = SPACES
                 DISPLAY ' MOTIVO DA RECUSA?'
                 ACCEPT WRK-MOTIVO-REC
              END-PERFORM
              MOVE WRK-MOTIVO-REC TO REG-SN-MOTIVOREC
              MOVE ZEROS TO REG-SN-VALORACEITO
              MOVE 'R' TO REG-SN-SITUACAO
              MOVE WRK-DATASISTEMA TO REG-SN-DATASIT
              REWRITE REG-SINISTRO
              DISPLAY 'RECLAMACAO RECUSADA PELA TRANSPORTADORA.'
              MOVE SPACES TO WRK-LOG-MENSAGEM
              STRING 'SINISTRO RECUSADO=' WRK-NUM-SINISTRO
                 ' TRANSP=' REG-SN-TRANSP
                 ' OPER=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              MOVE 'W' TO WRK-LOG-SEVERIDADE
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              MOVE 'I' TO WRK-LOG-SEVERIDADE
           END-IF.

       0006-RESSARCIRCLIENTE.
           PERFORM 0000-LERSINISTRO.
           READ ARQ-SINISTROS
              INVALID KEY
                 DISPLAY 'RECLAMACAO NAO ENCONTRADA.'
              NOT INVALID KEY
                 IF REG-SN-RESSARC NOT = SPACES
                    DISPLAY 'CLIENTE JA RESSARCIDO (RESSARC='
                       REG-SN-RESSARC ').'
                 ELSE
                    PERFORM 0400-ESCOLHERRESSARC
                 END-IF
           END-READ.

       0400-ESCOLHERRESSARC.
           DISPLAY 'RECLAMACAO ' REG-SN-NUMERO
              ' PEDIDO=' REG-SN-PEDIDO
              ' CLIENTE=' REG-SN-CLIENTE
              ' VALOR=' REG-SN-VALOR
              ' SITUACAO=' REG-SN-SITUACAO.
           MOVE SPACES TO WRK-RESSARC.
           PERFORM UNTIL WRK-RESSARC = 'R' OR WRK-RESSARC = 'N'
              DISPLAY ' RESSARCIMENTO (R=REENVIO N=NOTA DE CREDITO)?'
              ACCEPT WRK-RESSARC
           END-PERFORM.
           DISPLAY ' CONFIRMA O RESSARCIMENTO AO CLIENTE? (S/N)'.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
              DISPLAY 'OPERACAO NAO CONFIRMADA.'
           ELSE
              IF WRK-RESSARC = 'R'
                 PERFORM 0410-GERARREPOSICAO
              ELSE
                 PERFORM 0420-EMITIRNOTACREDITO
              END-IF
           END-IF.

       0410-GERARREPOSICAO.
           MOVE ZEROS TO WRK-NUM-REPOS.
           MOVE REG-SN-PEDIDO TO REG-PE-NUMERO.
           READ ARQ-PEDIDMF
              INVALID KEY
                 DISPLAY 'PEDIDO ORIGINAL NAO ENCONTRADO, REENVIO '
                    'NAO GERADO.'
              NOT INVALID KEY
                 MOVE REG-PE-EMPRESA TO WRK-EMPRESA-PED
                 IF WRK-EMPRESA-PED = SPACES
                    MOVE '01' TO WRK-EMPRESA-PED
                 END-IF
                 IF WRK-EMPRESA-PED NOT = WRK-CIA-EMPRESA
                    DISPLAY 'PEDIDO ' REG-PE-NUMERO ' REGISTRADO PELA '
                       'EMPRESA ' WRK-EMPRESA-PED ', REENVIO NAO '
                       'GERADO.'
                 ELSE
                    PERFORM 0430-GRAVARREPOSICAO
                 END-IF
           END-READ.
           IF WRK-NUM-REPOS > 0
              MOVE 'R' TO REG-SN-RESSARC
              MOVE WRK-NUM-REPOS TO REG-SN-PEDREPOS
              REWRITE REG-SINISTRO
              MOVE SPACES TO WRK-LOG-MENSAGEM
              STRING 'SINISTRO=' WRK-NUM-SINISTRO
                 ' REENVIO PEDIDO=' WRK-NUM-REPOS
                 ' OPER=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-IF.

       0430-GRAVARREPOSICAO.
           PERFORM 0000-LERNUMPEDIDO.
           ADD 1 TO WRK-NUM-PEDIDO.
           MOVE WRK-NUM-PEDIDO  TO REG-PE-NUMERO.
           MOVE WRK-DATASISTEMA TO REG-PE-DATA.
           MOVE REG-SN-VALOR    TO REG-PE-VALOR.
           MOVE ZEROS           TO REG-PE-FRETE.
           MOVE SPACES          TO REG-PE-CUPOM.
           MOVE WRK-OPERADOR    TO REG-PE-OPERADOR.
           MOVE 'F'             TO REG-PE-STATUS.
           MOVE 'R'             TO REG-PE-SITENTREGA.
           MOVE ZEROS           TO REG-PE-DATAPROMET.
           MOVE ZEROS           TO REG-PE-DATAEMB.
           MOVE ZEROS           TO REG-PE-DATAENTREGA.
           MOVE SPACES          TO REG-PE-MOTCANC.
           MOVE ZEROS           TO REG-PE-DATACANC.
           MOVE SPACES          TO REG-PE-OPERCANC.
           MOVE SPACES          TO REG-PE-ORIGTAXA.
           MOVE ZEROS           TO REG-PE-VIAGEM.
           MOVE WRK-CIA-EMPRESA TO REG-PE-EMPRESA.
           WRITE REG-PEDIDO
              INVALID KEY
                 DISPLAY 'PEDIDO JA EXISTENTE, NUMERO ' WRK-NUM-PEDIDO
              NOT INVALID KEY
                 MOVE WRK-NUM-PEDIDO TO WRK-NUM-REPOS
                 DISPLAY 'PEDIDO DE REPOSICAO ' WRK-NUM-REPOS
                    ' REGISTRADO SEM COBRANCA, AGUARDANDO EMBARQUE.'
           END-WRITE.
           PERFORM 0000-GRAVARNUMPEDIDO.

       0420-EMITIRNOTACREDITO.
           MOVE ZEROS TO WRK-NUM-FATURA WRK-FAT-ORIGINAL.
           OPEN I-O ARQ-FATURAS.
           IF WRK-FS-FATURAS NOT = '00'
              DISPLAY 'CADASTRO DE FATURAS INDISPONIVEL, NOTA DE '
                 'CREDITO NAO EMITIDA.'
           ELSE
              PERFORM 0000-LOCALIZARFATURA
              IF WRK-FAT-ORIGINAL = 0
                 DISPLAY 'PEDIDO SEM FATURA EMITIDA, NOTA DE CREDITO '
                    'NAO EMITIDA.'
              ELSE
                 IF WRK-EMPRESA-NC NOT = WRK-CIA-EMPRESA
                    DISPLAY 'FATURA ' WRK-FAT-ORIGINAL ' EMITIDA PELA '
                       'EMPRESA ' WRK-EMPRESA-NC ', NOTA DE CREDITO '
                       'NAO EMITIDA.'
                 ELSE
                    PERFORM 0000-DESCONTARNCS
                    IF REG-SN-VALOR < WRK-SALDO-ORIG
                       MOVE REG-SN-VALOR TO WRK-VALOR-NC
                    ELSE
                       MOVE WRK-SALDO-ORIG TO WRK-VALOR-NC
                    END-IF
                    IF WRK-VALOR-NC = 0
                       DISPLAY 'FATURA ' WRK-FAT-ORIGINAL ' JA '
                          'TOTALMENTE CREDITADA, NOTA NAO EMITIDA.'
                    ELSE
                       PERFORM 0440-GRAVARNOTACREDITO
                    END-IF
                 END-IF
              END-IF
              CLOSE ARQ-FATURAS
           END-IF.
           IF WRK-NUM-FATURA > 0
              MOVE 'N' TO REG-SN-RESSARC
              MOVE WRK-NUM-FATURA TO REG-SN-NOTACRED
              REWRITE REG-SINISTRO
              MOVE SPACES TO WRK-LOG-MENSAGEM
              STRING 'SINISTRO=' WRK-NUM-SINISTRO
                 ' NOTA CREDITO=' WRK-NUM-FATURA
                 ' OPER=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-IF.

       0440-GRAVARNOTACREDITO.
           PERFORM 0000-LERNUMFATURA.
           ADD 1 TO WRK-NUM-FATURA.
           MOVE WRK-NUM-FATURA  TO REG-FA-NUMERO.
           MOVE ZEROS           TO REG-FA-PEDIDO.
           MOVE WRK-DATASISTEMA TO REG-FA-DATA.
           MOVE WRK-UF-NC       TO REG-FA-UF.
           MOVE WRK-VALOR-NC    TO REG-FA-VALOR.
           MOVE ZEROS           TO REG-FA-FRETE.
           MOVE ZEROS           TO REG-FA-ICMS.
           MOVE WRK-VALOR-NC    TO REG-FA-TOTAL.
           MOVE 'A'             TO REG-FA-STATUS.
           MOVE ZEROS           TO REG-FA-DATAPAGTO.
           MOVE ZEROS           TO REG-FA-VALORPAGO.
           MOVE WRK-CLIENTE-NC  TO REG-FA-CLIENTE.
           MOVE ZEROS           TO REG-FA-ENCARGOS.
           MOVE 'C'             TO REG-FA-TIPO.
           MOVE WRK-FAT-ORIGINAL TO REG-FA-REFERENCIA.
           MOVE 'BRL'           TO REG-FA-MOEDA.
           MOVE ZEROS           TO REG-FA-SEGURO.
           MOVE 'F'             TO REG-FA-ORIGEM.
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
                    WRK-NUM-FATURA
           END-WRITE.
           PERFORM 0000-GRAVARNUMFATURA.
           PERFORM 0000-IMPRIMIRNC.
           DISPLAY 'NOTA DE CREDITO ' WRK-NUM-FATURA ' EMITIDA, '
              'VALOR=' WRK-VALOR-NC '.'.
           MOVE 'A' TO WRK-BOL-FUNCAO.
           MOVE WRK-FAT-ORIGINAL TO WRK-BOL-FATURA.
           MOVE ZEROS TO WRK-BOL-PARCELA.
           MOVE WRK-VALOR-NC TO WRK-BOL-VALOR.
           CALL 'BOLETSRV' USING WRK-BOL-FUNCAO WRK-BOL-FATURA
              WRK-BOL-PARCELA WRK-BOL-SACADO WRK-BOL-EMISSAO
              WRK-BOL-VENCIMENTO WRK-BOL-VALOR WRK-BOL-NOSSONUM
              WRK-BOL-RESULTADO.

       0000-LOCALIZARFATURA.
           MOVE ZEROS TO REG-FA-NUMERO.
           START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-FATURAS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-FATURAS
           END-START.
           PERFORM 0000-LERFATURAPEDIDO UNTIL WRK-FS-FATURAS = '10'.
           MOVE '00' TO WRK-FS-FATURAS.

       0000-LERFATURAPEDIDO.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 IF REG-FA-PEDIDO = REG-SN-PEDIDO
                       AND REG-FA-TIPO NOT = 'C'
                       AND REG-FA-STATUS NOT = 'E'
                    MOVE REG-FA-NUMERO TO WRK-FAT-ORIGINAL
                    MOVE REG-FA-TOTAL TO WRK-TOTAL-ORIG
                    MOVE REG-FA-CLIENTE TO WRK-CLIENTE-NC
                    MOVE REG-FA-UF TO WRK-UF-NC
                    MOVE REG-FA-FILIAL TO WRK-FILIAL-NC
                    MOVE REG-FA-EMPRESA TO WRK-EMPRESA-NC
                    IF WRK-EMPRESA-NC = SPACES
                       MOVE '01' TO WRK-EMPRESA-NC
                    END-IF
                 END-IF
           END-READ.

       0000-DESCONTARNCS.
           MOVE WRK-TOTAL-ORIG TO WRK-SALDO-ORIG.
           MOVE ZEROS TO REG-FA-NUMERO.
           START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-FATURAS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-FATURAS
           END-START.
           PERFORM 0000-DESCONTARUMANC
              UNTIL WRK-FS-FATURAS = '10'.
           MOVE '00' TO WRK-FS-FATURAS.

       0000-DESCONTARUMANC.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 IF REG-FA-TIPO = 'C'
                       AND REG-FA-REFERENCIA = WRK-FAT-ORIGINAL
                    IF REG-FA-TOTAL > WRK-SALDO-ORIG
                       MOVE ZEROS TO WRK-SALDO-ORIG
                    ELSE
                       SUBTRACT REG-FA-TOTAL FROM WRK-SALDO-ORIG
                    END-IF
                 END-IF
           END-READ.

       0000-IMPRIMIRNC.
           OPEN EXTEND ARQ-DOCFAT.
           IF WRK-FS-DOCFAT = '35'
              OPEN OUTPUT ARQ-DOCFAT
           END-IF.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'NOTA DE CREDITO NUMERO ' WRK-NUM-FATURA
              ' EMITIDA EM ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REFERENTE A FATURA ... ' WRK-FAT-ORIGINAL
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RECLAMACAO DE FRETE .. ' REG-SN-NUMERO
              ' PEDIDO ' REG-SN-PEDIDO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CLIENTE .............. ' WRK-CLIENTE-NC
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VALOR DO CREDITO ..... ' WRK-VALOR-NC
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCFAT FROM WRK-LINHA.
           CLOSE ARQ-DOCFAT.

       0007-CONSULTARSINISTRO.
           PERFORM 0000-LERSINISTRO.
           READ ARQ-SINISTROS
              INVALID KEY
                 DISPLAY 'RECLAMACAO NAO ENCONTRADA.'
              NOT INVALID KEY
                 DISPLAY 'RECLAMACAO ' REG-SN-NUMERO
                    ' PEDIDO=' REG-SN-PEDIDO
                    ' OCORRENCIA=' REG-SN-OCORSEQ
                    ' DE ' REG-SN-DATAOCOR
                 DISPLAY ' TRANSP=' REG-SN-TRANSP
                    ' CLIENTE=' REG-SN-CLIENTE
                    ' TIPO=' REG-SN-TIPO
                    ' ABERTA EM ' REG-SN-DATA
                 DISPLAY ' DECLARADO=' REG-SN-VALORDECL
                    ' SEGURO=' REG-SN-SEGURO
                    ' RECLAMADO=' REG-SN-VALOR
                    ' ACEITO=' REG-SN-VALORACEITO
                 DISPLAY ' SITUACAO=' REG-SN-SITUACAO
                    ' EM ' REG-SN-DATASIT
                    ' ' REG-SN-MOTIVOREC
                 DISPLAY ' RESSARC=' REG-SN-RESSARC
                    ' REENVIO=' REG-SN-PEDREPOS
                    ' NOTA DE CREDITO=' REG-SN-NOTACRED
                    ' DESCONTADA EM ' REG-SN-DATAACERTO
                 PERFORM VARYING WRK-DOC-IDX FROM 1 BY 1
                       UNTIL WRK-DOC-IDX > REG-SN-QTDDOCS
                    DISPLAY '  DOC ' WRK-DOC-IDX ' '
                       REG-SN-DOCUMENTO(WRK-DOC-IDX)
                 END-PERFORM
           END-READ.

       0008-RELATORIOABERTAS.
           MOVE ZEROS TO WRK-QTD-ABERTAS WRK-VALOR-ABERTAS
              WRK-QTD-VENCER WRK-QTD-VENCIDAS WRK-QTD-TRANSP.
           OPEN OUTPUT ARQ-RELSIN.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RECLAMACOES DE FRETE EM ABERTO POR TRANSPORTADORA '
              'E IDADE - ' WRK-DATASISTEMA ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELSIN FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'IDADE CONTADA DA OCORRENCIA, PRAZO DE RECLAMACAO '
              WRK-PRAZO-RECL ' DIAS'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELSIN FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELSIN FROM WRK-LINHA.
           MOVE ZEROS TO REG-SN-NUMERO.
           START ARQ-SINISTROS KEY IS NOT LESS THAN REG-SN-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-SINISTROS
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-SINISTROS
           END-START.
           PERFORM 0000-LISTARUMSINISTRO UNTIL WRK-FS-SINISTROS = '10'.
           MOVE '00' TO WRK-FS-SINISTROS.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELSIN FROM WRK-LINHA.
           MOVE 'RESUMO POR TRANSPORTADORA E IDADE' TO WRK-LINHA.
           WRITE REG-RELSIN FROM WRK-LINHA.
           PERFORM VARYING WRK-TRANSP-IDX FROM 1 BY 1
                 UNTIL WRK-TRANSP-IDX > WRK-QTD-TRANSP
              MOVE SPACES TO WRK-LINHA
              STRING ' TRANSP ' WRK-ID-COD(WRK-TRANSP-IDX)
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELSIN FROM WRK-LINHA
              PERFORM VARYING WRK-FAIXA-IDX FROM 1 BY 1
                    UNTIL WRK-FAIXA-IDX > 4
                 MOVE WRK-ID-VALOR(WRK-TRANSP-IDX, WRK-FAIXA-IDX)
                    TO WRK-VALOR-ED
                 MOVE SPACES TO WRK-LINHA
                 STRING '   ' WRK-NOME-FAIXA(WRK-FAIXA-IDX)
                    ' QTD=' WRK-ID-QTD(WRK-TRANSP-IDX, WRK-FAIXA-IDX)
                    ' VALOR=' WRK-VALOR-ED
                    DELIMITED BY SIZE INTO WRK-LINHA
                 WRITE REG-RELSIN FROM WRK-LINHA
              END-PERFORM
           END-PERFORM.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELSIN FROM WRK-LINHA.
           MOVE WRK-VALOR-ABERTAS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RECLAMACOES EM ABERTO: ' WRK-QTD-ABERTAS
              ' VALOR=' WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELSIN FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PRAZO A VENCER EM ' WRK-AVISO-PRAZO ' DIAS: '
              WRK-QTD-VENCER ' PRAZO VENCIDO: ' WRK-QTD-VENCIDAS
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELSIN FROM WRK-LINHA.
           CLOSE ARQ-RELSIN.
           MOVE 'SINIREL.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.
           DISPLAY 'RELATORIO GRAVADO EM SINIREL.TXT'.
           IF WRK-QTD-VENCER > 0 OR WRK-QTD-VENCIDAS > 0
              DISPLAY 'ATENCAO: ' WRK-QTD-VENCER ' RECLAMACOES COM '
                 'PRAZO A VENCER E ' WRK-QTD-VENCIDAS ' VENCIDAS.'
           END-IF.

       0000-LISTARUMSINISTRO.
           READ ARQ-SINISTROS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-SINISTROS
              NOT AT END
                 IF REG-SN-SITUACAO = 'A' OR REG-SN-SITUACAO = 'C'
                    PERFORM 0000-ACUMULARIDADE
                 END-IF
           END-READ.

       0000-ACUMULARIDADE.
           MOVE 'D' TO WRK-SRV-FUNCAO.
           MOVE REG-SN-DATAOCOR TO WRK-SRV-DATA1.
           MOVE WRK-DATASISTEMA TO WRK-SRV-DATA2.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           MOVE WRK-SRV-NUMERO TO WRK-IDADE.
           IF WRK-IDADE < 0
              MOVE ZEROS TO WRK-IDADE
           END-IF.
           EVALUATE TRUE
              WHEN WRK-IDADE <= 30
                 MOVE 1 TO WRK-FAIXA-IDX
              WHEN WRK-IDADE <= 90
                 MOVE 2 TO WRK-FAIXA-IDX
              WHEN WRK-IDADE <= 180
                 MOVE 3 TO WRK-FAIXA-IDX
              WHEN OTHER
                 MOVE 4 TO WRK-FAIXA-IDX
           END-EVALUATE.
           MOVE SPACES TO WRK-ALERTA.
           IF REG-SN-SITUACAO = 'A'
              COMPUTE WRK-RESTANTE = WRK-PRAZO-RECL - WRK-IDADE
              IF WRK-RESTANTE <= 0
                 MOVE 'PRAZO VENCIDO' TO WRK-ALERTA
                 ADD 1 TO WRK-QTD-VENCIDAS
              ELSE
                 IF WRK-RESTANTE <= WRK-AVISO-PRAZO
                    MOVE 'PRAZO A VENCER' TO WRK-ALERTA
                    ADD 1 TO WRK-QTD-VENCER
                 END-IF
              END-IF
           ELSE
              MOVE 'AGUARDA ACERTO' TO WRK-ALERTA
           END-IF.
           PERFORM 0000-LOCALIZARTRANSP.
           IF WRK-TRANSP-IDX >= 1
                 AND WRK-TRANSP-IDX <= WRK-QTD-TRANSP
              ADD 1 TO WRK-ID-QTD(WRK-TRANSP-IDX, WRK-FAIXA-IDX)
              ADD REG-SN-VALOR
                 TO WRK-ID-VALOR(WRK-TRANSP-IDX, WRK-FAIXA-IDX)
           END-IF.
           ADD 1 TO WRK-QTD-ABERTAS.
           ADD REG-SN-VALOR TO WRK-VALOR-ABERTAS.
           MOVE REG-SN-VALOR TO WRK-VALOR-ED.
           MOVE WRK-IDADE TO WRK-IDADE-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REC ' REG-SN-NUMERO
              ' TRANSP ' REG-SN-TRANSP
              ' PED ' REG-SN-PEDIDO
              ' TIPO ' REG-SN-TIPO
              ' IDADE=' WRK-IDADE-ED
              ' SIT=' REG-SN-SITUACAO
              ' VALOR=' WRK-VALOR-ED
              ' ' WRK-ALERTA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELSIN FROM WRK-LINHA.

       0000-LOCALIZARTRANSP.
           MOVE 'N' TO WRK-TRANSP-ACHADA.
           PERFORM VARYING WRK-TRANSP-IDX FROM 1 BY 1
                 UNTIL WRK-TRANSP-IDX > WRK-QTD-TRANSP
                    OR WRK-TRANSP-ACHADA = 'S'
              IF WRK-ID-COD(WRK-TRANSP-IDX) = REG-SN-TRANSP
                 MOVE 'S' TO WRK-TRANSP-ACHADA
              END-IF
           END-PERFORM.
           IF WRK-TRANSP-ACHADA = 'S'
              SUBTRACT 1 FROM WRK-TRANSP-IDX
           ELSE
              IF WRK-QTD-TRANSP < 20
                 ADD 1 TO WRK-QTD-TRANSP
                 MOVE WRK-QTD-TRANSP TO WRK-TRANSP-IDX
                 MOVE REG-SN-TRANSP TO WRK-ID-COD(WRK-TRANSP-IDX)
                 PERFORM VARYING WRK-FAIXA-IDX FROM 1 BY 1
                       UNTIL WRK-FAIXA-IDX > 4
                    MOVE ZEROS
                       TO WRK-ID-QTD(WRK-TRANSP-IDX, WRK-FAIXA-IDX)
                    MOVE ZEROS
                       TO WRK-ID-VALOR(WRK-TRANSP-IDX, WRK-FAIXA-IDX)
                 END-PERFORM
              END-IF
           END-IF.

       0000-LERNUMSINISTRO.
           MOVE ZEROS TO WRK-NUM-SINISTRO.
           OPEN INPUT ARQ-SINCTRL.
           IF WRK-FS-SINCTRL = '00'
              READ ARQ-SINCTRL
                 NOT AT END
                    MOVE REG-SINCTRL TO WRK-NUM-SINISTRO
              END-READ
              CLOSE ARQ-SINCTRL
           END-IF.

       0000-GRAVARNUMSINISTRO.
           OPEN OUTPUT ARQ-SINCTRL.
           MOVE WRK-NUM-SINISTRO TO REG-SINCTRL.
           WRITE REG-SINCTRL.
           CLOSE ARQ-SINCTRL.

       0000-LERNUMPEDIDO.
           MOVE WRK-CIA-BASENUM TO WRK-NUM-PEDIDO.
           OPEN INPUT ARQ-PEDCTRL.
           IF WRK-FS-PEDCTRL = '00'
              READ ARQ-PEDCTRL
                 NOT AT END
                    MOVE REG-PEDCTRL TO WRK-NUM-PEDIDO
              END-READ
              CLOSE ARQ-PEDCTRL
           END-IF.

       0000-GRAVARNUMPEDIDO.
           OPEN OUTPUT ARQ-PEDCTRL.
           MOVE WRK-NUM-PEDIDO TO REG-PEDCTRL.
           WRITE REG-PEDCTRL.
           CLOSE ARQ-PEDCTRL.

       0000-LERNUMFATURA.
           MOVE WRK-CIA-BASENUM TO WRK-NUM-FATURA.
           OPEN INPUT ARQ-FATCTRL.
           IF WRK-FS-FATCTRL = '00'
              READ ARQ-FATCTRL
                 NOT AT END
                    MOVE REG-FATCTRL TO WRK-NUM-FATURA
              END-READ
              CLOSE ARQ-FATCTRL
           END-IF.

       0000-GRAVARNUMFATURA.
           OPEN OUTPUT ARQ-FATCTRL.
           MOVE WRK-NUM-FATURA TO REG-FATCTRL.
           WRITE REG-FATCTRL.
           CLOSE ARQ-FATCTRL.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'FATCTRL.DAT' TO WRK-NOME-FATCTRL.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-FATCTRL WRK-CIA-VALIDO.
           MOVE 'PEDCTRL.DAT' TO WRK-NOME-PEDCTRL.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-PEDCTRL WRK-CIA-VALIDO.
