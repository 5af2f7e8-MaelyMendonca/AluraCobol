       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBANC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EXTRATO ASSIGN TO "EXTRATO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           SELECT ARQ-CONCBCO ASSIGN TO "CONCBCO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-BC-CHAVE
               FILE STATUS IS WRK-FS-CONCBCO.
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
           SELECT ARQ-PAGAR ASSIGN TO "APAGMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AP-NUMERO
               FILE STATUS IS WRK-FS-PAGAR.
           SELECT ARQ-REMCTL ASSIGN TO "REMESSMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-RM-CHAVE
               FILE STATUS IS WRK-FS-REMCTL.
           SELECT ARQ-RELCONC ASSIGN TO "CONCILIA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELCONC.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EXTRATO.
       01 REG-EXTRATO.
          02 REG-EX-BANCO      PIC 9(03).
          02 REG-EX-AGENCIA    PIC 9(04).
          02 REG-EX-CONTA      PIC 9(07).
          02 REG-EX-DATA       PIC 9(08).
          02 REG-EX-DOCUMENTO  PIC X(10).
          02 REG-EX-HISTORICO  PIC X(25).
          02 REG-EX-NATUREZA   PIC X(01).
          02 REG-EX-VALOR      PIC 9(09)V99.
          02 REG-EX-CATEGORIA  PIC X(03).
       FD ARQ-CONCBCO.
       01 REG-CONCBCO.
       COPY CBCREG.
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-PARCELAS.
       01 REG-PARCELA.
       COPY PARREG.
       FD ARQ-PAGAR.
       01 REG-PAGAR.
       COPY APAREG.
       FD ARQ-REMCTL.
       01 REG-REMCTL.
       COPY REMREG.
       FD ARQ-RELCONC.
       01 REG-RELCONC          PIC X(100).
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-EXTRATO   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-CONCBCO   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PARCELAS  PIC X(02)     VALUE ZEROS.
       77 WRK-FS-PAGAR     PIC X(02)     VALUE ZEROS.
       77 WRK-FS-REMCTL    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELCONC   PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE 'CONCBANC'.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-NOME-RELAT   PIC X(12)     VALUE SPACES.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01)     VALUE SPACES.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-SRV-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-SRV-DATA1    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-DATA2    PIC 9(08)     VALUE ZEROS.
       77 WRK-SRV-NUMERO   PIC S9(08)    VALUE ZEROS.
       77 WRK-SRV-VALIDO   PIC X(01)     VALUE SPACES.
       77 WRK-TOLERANCIA   PIC 9(02)     VALUE 3.
       77 WRK-QTD-LIDOS    PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-IMPORT   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-DUPLIC   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-INVALID  PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-PEND     PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-AUTO     PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-TARJUR   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-CONC     PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-SOBANCO  PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-SOLIVRO  PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-OUTROS   PIC 9(06)     VALUE ZEROS.
       77 WRK-TOT-CONC     PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOT-SOBANCO  PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOT-SOLIVRO  PIC 9(11)V99  VALUE ZEROS.
       77 WRK-TOT-OUTROS   PIC 9(11)V99  VALUE ZEROS.
       77 WRK-SEQ          PIC 9(04)     VALUE ZEROS.
       77 WRK-DATA-INI     PIC 9(08)     VALUE ZEROS.
       77 WRK-DATA-FIM     PIC 9(08)     VALUE ZEROS.
       77 WRK-DATA-MENOR   PIC 9(08)     VALUE ZEROS.
       77 WRK-DATA-MAIOR   PIC 9(08)     VALUE ZEROS.
       77 WRK-NA-JANELA    PIC X(01)     VALUE 'N'.
       77 WRK-PARC-OK      PIC X(01)     VALUE 'N'.
       77 WRK-TEM-PARCELAS PIC X(01)     VALUE 'N'.
       77 WRK-COMP-ATUAL   PIC 9(06)     VALUE ZEROS.
       77 WRK-VALOR-COMP   PIC 9(09)V99  VALUE ZEROS.
       77 WRK-COMP-BANCO   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-LIVRO    PIC 9(04)     VALUE ZEROS.
       77 WRK-LV-IDX       PIC 9(04)     VALUE ZEROS.
       77 WRK-LV-ACHADO    PIC 9(04)     VALUE ZEROS.
       77 WRK-POS          PIC 9(04)     VALUE ZEROS.
       77 WRK-IDX          PIC 9(04)     VALUE ZEROS.
       77 WRK-LIVRO-CHEIO  PIC X(01)     VALUE 'N'.
       77 WRK-NV-TIPO      PIC X(01)     VALUE SPACES.
       77 WRK-NV-CHAVE     PIC 9(10)     VALUE ZEROS.
       77 WRK-NV-DATA      PIC 9(08)     VALUE ZEROS.
       77 WRK-NV-NATUREZA  PIC X(01)     VALUE SPACES.
       77 WRK-NV-VALOR     PIC 9(09)V99  VALUE ZEROS.
       77 WRK-QTD-LISTA    PIC 9(02)     VALUE ZEROS.
       77 WRK-ESCOLHA      PIC 9(02)     VALUE ZEROS.
       77 WRK-TIPOITEM     PIC X(01)     VALUE SPACES.
       77 WRK-CHAVEITEM    PIC 9(10)     VALUE ZEROS.
       77 WRK-DIFERENCA    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DESC-TIPO    PIC X(12)     VALUE SPACES.
       77 WRK-TIPO-IDX     PIC 9(02)     VALUE ZEROS.
       77 WRK-SITUACAO-TXT PIC X(20)     VALUE SPACES.
       01 WRK-CHAVE-DIA.
          02 WRK-CD-BANCO      PIC 9(03).
          02 WRK-CD-AGENCIA    PIC 9(04).
          02 WRK-CD-CONTA      PIC 9(07).
          02 WRK-CD-DATA       PIC 9(08).
       01 WRK-CHAVE-ANT        PIC X(22)     VALUE SPACES.
       01 WRK-CONTA-ATUAL.
          02 WRK-CA-BANCO      PIC 9(03).
          02 WRK-CA-AGENCIA    PIC 9(04).
          02 WRK-CA-CONTA      PIC 9(07).
       01 WRK-CONTA-ANT        PIC X(14)     VALUE SPACES.
       01 WRK-DATA-ANT         PIC 9(08)     VALUE ZEROS.
       01 WRK-DATAREF.
          02 WRK-DR-ANO        PIC 9(04).
          02 WRK-DR-MES        PIC 9(02).
          02 WRK-DR-DIA        PIC 9(02).
       01 WRK-DATAREF-N REDEFINES WRK-DATAREF PIC 9(08).
       01 WRK-COMPETENCIA.
          02 WRK-CP-ANO        PIC 9(04).
          02 WRK-CP-MES        PIC 9(02).
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).
       01 WRK-TAB-TIPOS.
          02 FILLER PIC X(13) VALUE 'RFATURA'.
          02 FILLER PIC X(13) VALUE 'MMENSALIDADE'.
          02 FILLER PIC X(13) VALUE 'PPARCELA'.
          02 FILLER PIC X(13) VALUE 'ATITULO PAGAR'.
          02 FILLER PIC X(13) VALUE 'FFOLHA'.
          02 FILLER PIC X(13) VALUE 'TTARIFA'.
          02 FILLER PIC X(13) VALUE 'JJUROS'.
          02 FILLER PIC X(13) VALUE 'OOUTROS'.
       01 WRK-TIPOS REDEFINES WRK-TAB-TIPOS.
          02 WRK-TP-ITEM OCCURS 8 TIMES.
             03 WRK-TP-COD      PIC X(01).
             03 WRK-TP-DESC     PIC X(12).
       01 WRK-PEND-TAB.
          02 WRK-PD-CHAVE      PIC X(26)     OCCURS 50 TIMES.
       01 WRK-LIVRO-TAB.
          02 WRK-LV-ITEM OCCURS 3000 TIMES.
             03 WRK-LV-TIPO      PIC X(01).
             03 WRK-LV-CHAVE     PIC 9(10).
             03 WRK-LV-DATA      PIC 9(08).
             03 WRK-LV-NATUREZA  PIC X(01).
             03 WRK-LV-VALOR     PIC 9(09)V99.
             03 WRK-LV-CONCIL    PIC X(01).

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           OPEN I-O ARQ-CONCBCO.
           IF WRK-FS-CONCBCO = '35'
              OPEN OUTPUT ARQ-CONCBCO
              CLOSE ARQ-CONCBCO
              OPEN I-O ARQ-CONCBCO
           END-IF.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           CLOSE ARQ-CONCBCO.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'CONCILIACAO BANCARIA'.
           DISPLAY ' 1 - IMPORTAR EXTRATO E CONCILIAR'.
           DISPLAY ' 2 - CONCILIAR PENDENTES AUTOMATICAMENTE'.
           DISPLAY ' 3 - CONCILIACAO MANUAL'.
           DISPLAY ' 4 - RELATORIO DE CONCILIACAO'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-IMPORTAREXTRATO
              WHEN '2'
                 PERFORM 0004-CONCILIARAUTOMATICO
              WHEN '3'
                 PERFORM 0005-CONCILIACAOMANUAL
              WHEN '4'
                 PERFORM 0006-RELATORIOCONC
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

       0003-IMPORTAREXTRATO.
           OPEN INPUT ARQ-EXTRATO.
           IF WRK-FS-EXTRATO NOT = '00'
              DISPLAY 'EXTRATO BANCARIO (EXTRATO.DAT) NAO '
                 'ENCONTRADO.'
           ELSE
              MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-IMPORT
                 WRK-QTD-DUPLIC WRK-QTD-INVALID WRK-SEQ
              MOVE SPACES TO WRK-CHAVE-ANT
              PERFORM 0000-IMPORTARLINHA
                 UNTIL WRK-FS-EXTRATO = '10'
              CLOSE ARQ-EXTRATO
              DISPLAY 'LINHAS LIDAS=' WRK-QTD-LIDOS
                 ' IMPORTADAS=' WRK-QTD-IMPORT
                 ' JA IMPORTADAS=' WRK-QTD-DUPLIC
                 ' INVALIDAS=' WRK-QTD-INVALID
              STRING 'EXTRATO IMPORTADO LINHAS=' WRK-QTD-IMPORT
                 ' OPERADOR=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              PERFORM 0004-CONCILIARAUTOMATICO
           END-IF.

       0000-IMPORTARLINHA.
           READ ARQ-EXTRATO
              AT END
                 MOVE '10' TO WRK-FS-EXTRATO
              NOT AT END
                 ADD 1 TO WRK-QTD-LIDOS
                 MOVE REG-EX-BANCO TO WRK-CD-BANCO
                 MOVE REG-EX-AGENCIA TO WRK-CD-AGENCIA
                 MOVE REG-EX-CONTA TO WRK-CD-CONTA
                 MOVE REG-EX-DATA TO WRK-CD-DATA
                 IF WRK-CHAVE-DIA NOT = WRK-CHAVE-ANT
                    MOVE ZEROS TO WRK-SEQ
                    MOVE WRK-CHAVE-DIA TO WRK-CHAVE-ANT
                 END-IF
                 ADD 1 TO WRK-SEQ
                 MOVE 'V' TO WRK-SRV-FUNCAO
                 MOVE REG-EX-DATA TO WRK-SRV-DATA1
                 CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
                    WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO
                 IF WRK-SRV-VALIDO = 'N' OR REG-EX-VALOR = 0
                       OR (REG-EX-NATUREZA NOT = 'C'
                       AND REG-EX-NATUREZA NOT = 'D')
                    ADD 1 TO WRK-QTD-INVALID
                    DISPLAY 'LINHA ' WRK-QTD-LIDOS
                       ' DO EXTRATO INVALIDA, IGNORADA.'
                 ELSE
                    PERFORM 0000-GRAVARLINHA
                 END-IF
           END-READ.

       0000-GRAVARLINHA.
           MOVE WRK-CD-BANCO TO REG-BC-BANCO.
           MOVE WRK-CD-AGENCIA TO REG-BC-AGENCIA.
           MOVE WRK-CD-CONTA TO REG-BC-CONTA.
           MOVE WRK-CD-DATA TO REG-BC-DATA.
           MOVE WRK-SEQ TO REG-BC-SEQ.
           MOVE REG-EX-DOCUMENTO TO REG-BC-DOCUMENTO.
           MOVE REG-EX-HISTORICO TO REG-BC-HISTORICO.
           MOVE REG-EX-NATUREZA TO REG-BC-NATUREZA.
           MOVE REG-EX-VALOR TO REG-BC-VALOR.
           MOVE REG-EX-CATEGORIA TO REG-BC-CATEGORIA.
           MOVE 'P' TO REG-BC-SITUACAO.
           MOVE SPACES TO REG-BC-TIPOITEM.
           MOVE ZEROS TO REG-BC-CHAVEITEM.
           MOVE ZEROS TO REG-BC-DATACONC.
           MOVE SPACES TO REG-BC-OPERADOR.
           WRITE REG-CONCBCO
              INVALID KEY
                 ADD 1 TO WRK-QTD-DUPLIC
              NOT INVALID KEY
                 ADD 1 TO WRK-QTD-IMPORT
           END-WRITE.

       0004-CONCILIARAUTOMATICO.
           MOVE ZEROS TO WRK-QTD-PEND WRK-QTD-AUTO WRK-QTD-TARJUR.
           MOVE 99999999 TO WRK-DATA-MENOR.
           MOVE ZEROS TO WRK-DATA-MAIOR.
           PERFORM 0000-INICIARCONCBCO.
           PERFORM 0000-MEDIRPENDENTES UNTIL WRK-FS-CONCBCO = '10'.
           MOVE '00' TO WRK-FS-CONCBCO.
           IF WRK-QTD-PEND = 0
              DISPLAY 'NENHUM LANCAMENTO PENDENTE DE CONCILIACAO.'
           ELSE
              MOVE WRK-DATA-MENOR TO WRK-DATAREF-N
              PERFORM 0000-MESANTERIOR
              MOVE 01 TO WRK-DR-DIA
              MOVE WRK-DATAREF-N TO WRK-DATA-INI
              MOVE WRK-DATA-MAIOR TO WRK-DATA-FIM
              PERFORM 0000-CARREGARLIVRO
              PERFORM 0000-INICIARCONCBCO
              PERFORM 0000-CONCILIARPENDENTE
                 UNTIL WRK-FS-CONCBCO = '10'
              MOVE '00' TO WRK-FS-CONCBCO
              DISPLAY 'PENDENTES=' WRK-QTD-PEND
                 ' CONCILIADOS=' WRK-QTD-AUTO
                 ' TARIFAS/JUROS=' WRK-QTD-TARJUR
              COMPUTE WRK-QTD-PEND = WRK-QTD-PEND - WRK-QTD-AUTO
                 - WRK-QTD-TARJUR
              DISPLAY 'AINDA PENDENTES (CONCILIACAO MANUAL)='
                 WRK-QTD-PEND
              STRING 'CONCILIACAO AUTOMATICA CONCILIADOS='
                 WRK-QTD-AUTO ' TARIFAS/JUROS=' WRK-QTD-TARJUR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
           END-IF.

       0000-INICIARCONCBCO.
           MOVE LOW-VALUES TO REG-BC-CHAVE.
           START ARQ-CONCBCO KEY IS NOT LESS THAN REG-BC-CHAVE
              INVALID KEY
                 MOVE '10' TO WRK-FS-CONCBCO
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-CONCBCO
           END-START.

       0000-MEDIRPENDENTES.
           READ ARQ-CONCBCO NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CONCBCO
              NOT AT END
                 IF REG-BC-SITUACAO = 'P'
                    ADD 1 TO WRK-QTD-PEND
                    IF REG-BC-DATA < WRK-DATA-MENOR
                       MOVE REG-BC-DATA TO WRK-DATA-MENOR
                    END-IF
                    IF REG-BC-DATA > WRK-DATA-MAIOR
                       MOVE REG-BC-DATA TO WRK-DATA-MAIOR
                    END-IF
                 END-IF
           END-READ.

       0000-CONCILIARPENDENTE.
           READ ARQ-CONCBCO NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CONCBCO
              NOT AT END
                 IF REG-BC-SITUACAO = 'P'
                    PERFORM 0000-CONCILIARLINHA
                 END-IF
           END-READ.

       0000-CONCILIARLINHA.
           EVALUATE TRUE
              WHEN REG-BC-CATEGORIA = 'TAR'
                 MOVE 'L' TO REG-BC-SITUACAO
                 MOVE 'T' TO REG-BC-TIPOITEM
                 ADD 1 TO WRK-QTD-TARJUR
              WHEN REG-BC-CATEGORIA = 'JUR'
                 MOVE 'L' TO REG-BC-SITUACAO
                 MOVE 'J' TO REG-BC-TIPOITEM
                 ADD 1 TO WRK-QTD-TARJUR
              WHEN OTHER
                 PERFORM 0000-PROCURARITEM
                 IF WRK-LV-ACHADO > 0
                    MOVE 'C' TO REG-BC-SITUACAO
                    MOVE WRK-LV-TIPO(WRK-LV-ACHADO)
                       TO REG-BC-TIPOITEM
                    MOVE WRK-LV-CHAVE(WRK-LV-ACHADO)
                       TO REG-BC-CHAVEITEM
                    MOVE 'S' TO WRK-LV-CONCIL(WRK-LV-ACHADO)
                    ADD 1 TO WRK-QTD-AUTO
                 END-IF
           END-EVALUATE.
           IF REG-BC-SITUACAO NOT = 'P'
              MOVE WRK-DATASISTEMA TO REG-BC-DATACONC
              MOVE WRK-OPERADOR TO REG-BC-OPERADOR
              REWRITE REG-CONCBCO
           END-IF.

       0000-PROCURARITEM.
           MOVE ZEROS TO WRK-LV-ACHADO.
           PERFORM VARYING WRK-LV-IDX FROM 1 BY 1
                 UNTIL WRK-LV-IDX > WRK-QTD-LIVRO
                    OR WRK-LV-ACHADO > 0
              IF WRK-LV-CONCIL(WRK-LV-IDX) = 'N'
                    AND WRK-LV-NATUREZA(WRK-LV-IDX) = REG-BC-NATUREZA
                    AND WRK-LV-VALOR(WRK-LV-IDX) = REG-BC-VALOR
                 PERFORM 0000-CONFERIRJANELA
                 IF WRK-NA-JANELA = 'S'
                    MOVE WRK-LV-IDX TO WRK-LV-ACHADO
                 END-IF
              END-IF
           END-PERFORM.

       0000-CONFERIRJANELA.
           MOVE 'N' TO WRK-NA-JANELA.
           IF WRK-LV-TIPO(WRK-LV-IDX) = 'F'
              MOVE REG-BC-DATA TO WRK-DATAREF-N
              COMPUTE WRK-COMP-BANCO = WRK-DR-ANO * 100 + WRK-DR-MES
              MOVE WRK-LV-CHAVE(WRK-LV-IDX) TO WRK-COMPETENCIA-N
              IF WRK-COMP-BANCO = WRK-COMPETENCIA-N
                 MOVE 'S' TO WRK-NA-JANELA
              END-IF
              ADD 1 TO WRK-CP-MES
              IF WRK-CP-MES > 12
                 MOVE 1 TO WRK-CP-MES
                 ADD 1 TO WRK-CP-ANO
              END-IF
              IF WRK-COMP-BANCO = WRK-COMPETENCIA-N
                 MOVE 'S' TO WRK-NA-JANELA
              END-IF
           ELSE
              MOVE 'D' TO WRK-SRV-FUNCAO
              MOVE WRK-LV-DATA(WRK-LV-IDX) TO WRK-SRV-DATA1
              MOVE REG-BC-DATA TO WRK-SRV-DATA2
              CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
                 WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO
              IF WRK-SRV-NUMERO >= 0
                    AND WRK-SRV-NUMERO <= WRK-TOLERANCIA
                 MOVE 'S' TO WRK-NA-JANELA
              END-IF
           END-IF.

       0000-MESANTERIOR.
           IF WRK-DR-MES = 1
              MOVE 12 TO WRK-DR-MES
              SUBTRACT 1 FROM WRK-DR-ANO
           ELSE
              SUBTRACT 1 FROM WRK-DR-MES
           END-IF.

       0000-CARREGARLIVRO.
           MOVE ZEROS TO WRK-QTD-LIVRO.
           MOVE 'N' TO WRK-LIVRO-CHEIO.
           MOVE 'N' TO WRK-PARC-OK.
           OPEN INPUT ARQ-PARCELAS.
           IF WRK-FS-PARCELAS = '00'
              MOVE 'S' TO WRK-PARC-OK
           END-IF.
           OPEN INPUT ARQ-FATURAS.
           IF WRK-FS-FATURAS = '00'
              MOVE ZEROS TO REG-FA-NUMERO
              START ARQ-FATURAS KEY IS NOT LESS THAN REG-FA-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-FATURAS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-FATURAS
              END-START
              PERFORM 0000-LERFATURALIVRO
                 UNTIL WRK-FS-FATURAS = '10'
              CLOSE ARQ-FATURAS
           END-IF.
           IF WRK-PARC-OK = 'S'
              MOVE ZEROS TO REG-PA-CHAVE
              START ARQ-PARCELAS KEY IS NOT LESS THAN REG-PA-CHAVE
                 INVALID KEY
                    MOVE '10' TO WRK-FS-PARCELAS
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-PARCELAS
              END-START
              PERFORM 0000-LERPARCELALIVRO
                 UNTIL WRK-FS-PARCELAS = '10'
              CLOSE ARQ-PARCELAS
           END-IF.
           OPEN INPUT ARQ-PAGAR.
           IF WRK-FS-PAGAR = '00'
              MOVE ZEROS TO REG-AP-NUMERO
              START ARQ-PAGAR KEY IS NOT LESS THAN REG-AP-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-PAGAR
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-PAGAR
              END-START
              PERFORM 0000-LERTITULOLIVRO
                 UNTIL WRK-FS-PAGAR = '10'
              CLOSE ARQ-PAGAR
           END-IF.
           OPEN INPUT ARQ-REMCTL.
           IF WRK-FS-REMCTL = '00'
              MOVE ZEROS TO WRK-COMP-ATUAL WRK-VALOR-COMP
              MOVE LOW-VALUES TO REG-RM-CHAVE
              START ARQ-REMCTL KEY IS NOT LESS THAN REG-RM-CHAVE
                 INVALID KEY
                    MOVE '10' TO WRK-FS-REMCTL
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-REMCTL
              END-START
              PERFORM 0000-LERREMESSALIVRO
                 UNTIL WRK-FS-REMCTL = '10'
              PERFORM 0000-FECHARCOMPETENCIA
              CLOSE ARQ-REMCTL
           END-IF.
           IF WRK-LIVRO-CHEIO = 'S'
              DISPLAY 'LIMITE DE 3000 DOCUMENTOS NO PERIODO ATINGIDO,'
                 ' REDUZA O PERIODO.'
           END-IF.
           PERFORM 0000-INICIARCONCBCO.
           PERFORM 0000-MARCARCONCILIADO
              UNTIL WRK-FS-CONCBCO = '10'.
           MOVE '00' TO WRK-FS-CONCBCO.

       0000-LERFATURALIVRO.
           READ ARQ-FATURAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FATURAS
              NOT AT END
                 IF REG-FA-VALORPAGO > 0
                       AND REG-FA-TIPO NOT = 'C'
                       AND REG-FA-STATUS NOT = 'E'
                       AND REG-FA-DATAPAGTO >= WRK-DATA-INI
                       AND REG-FA-DATAPAGTO <= WRK-DATA-FIM
                    MOVE 'N' TO WRK-TEM-PARCELAS
                    IF WRK-PARC-OK = 'S'
                       MOVE REG-FA-NUMERO TO REG-PA-FATURA
                       MOVE 01 TO REG-PA-PARCELA
                       READ ARQ-PARCELAS
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             MOVE 'S' TO WRK-TEM-PARCELAS
                       END-READ
                    END-IF
                    IF WRK-TEM-PARCELAS = 'N'
                       IF REG-FA-ORIGEM = 'M'
                          MOVE 'M' TO WRK-NV-TIPO
                       ELSE
                          MOVE 'R' TO WRK-NV-TIPO
                       END-IF
                       MOVE REG-FA-NUMERO TO WRK-NV-CHAVE
                       MOVE REG-FA-DATAPAGTO TO WRK-NV-DATA
                       MOVE 'C' TO WRK-NV-NATUREZA
                       MOVE REG-FA-VALORPAGO TO WRK-NV-VALOR
                       PERFORM 0000-INCLUIRLIVRO
                    END-IF
                 END-IF
           END-READ.

       0000-LERPARCELALIVRO.
           READ ARQ-PARCELAS NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PARCELAS
              NOT AT END
                 IF REG-PA-VALORPAGO > 0
                       AND REG-PA-DATAPAGTO >= WRK-DATA-INI
                       AND REG-PA-DATAPAGTO <= WRK-DATA-FIM
                    MOVE 'P' TO WRK-NV-TIPO
                    COMPUTE WRK-NV-CHAVE =
                       REG-PA-FATURA * 100 + REG-PA-PARCELA
                    MOVE REG-PA-DATAPAGTO TO WRK-NV-DATA
                    MOVE 'C' TO WRK-NV-NATUREZA
                    MOVE REG-PA-VALORPAGO TO WRK-NV-VALOR
                    PERFORM 0000-INCLUIRLIVRO
                 END-IF
           END-READ.

       0000-LERTITULOLIVRO.
           READ ARQ-PAGAR NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PAGAR
              NOT AT END
                 IF REG-AP-STATUS = 'P'
                       AND REG-AP-VALORPAGO > 0
                       AND REG-AP-DATAPAGTO >= WRK-DATA-INI
                       AND REG-AP-DATAPAGTO <= WRK-DATA-FIM
                    MOVE 'A' TO WRK-NV-TIPO
                    MOVE REG-AP-NUMERO TO WRK-NV-CHAVE
                    MOVE REG-AP-DATAPAGTO TO WRK-NV-DATA
                    MOVE 'D' TO WRK-NV-NATUREZA
                    MOVE REG-AP-VALORPAGO TO WRK-NV-VALOR
                    PERFORM 0000-INCLUIRLIVRO
                 END-IF
           END-READ.

       0000-LERREMESSALIVRO.
           READ ARQ-REMCTL NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-REMCTL
              NOT AT END
                 IF REG-RM-COMPETENCIA NOT = WRK-COMP-ATUAL
                    PERFORM 0000-FECHARCOMPETENCIA
                    MOVE REG-RM-COMPETENCIA TO WRK-COMP-ATUAL
                    MOVE ZEROS TO WRK-VALOR-COMP
                 END-IF
                 IF REG-RM-SITUACAO = 'G'
                    ADD REG-RM-VALOR TO WRK-VALOR-COMP
                 END-IF
           END-READ.

       0000-FECHARCOMPETENCIA.
           IF WRK-COMP-ATUAL > 0 AND WRK-VALOR-COMP > 0
              COMPUTE WRK-NV-DATA = WRK-COMP-ATUAL * 100 + 1
              IF WRK-NV-DATA >= WRK-DATA-INI
                    AND WRK-NV-DATA <= WRK-DATA-FIM
                 MOVE 'F' TO WRK-NV-TIPO
                 MOVE WRK-COMP-ATUAL TO WRK-NV-CHAVE
                 MOVE 'D' TO WRK-NV-NATUREZA
                 MOVE WRK-VALOR-COMP TO WRK-NV-VALOR
                 PERFORM 0000-INCLUIRLIVRO
              END-IF
           END-IF.

       0000-INCLUIRLIVRO.
           IF WRK-QTD-LIVRO NOT < 3000
              MOVE 'S' TO WRK-LIVRO-CHEIO
           ELSE
              PERFORM VARYING WRK-POS FROM 1 BY 1
                    UNTIL WRK-POS > WRK-QTD-LIVRO
                       OR WRK-LV-DATA(WRK-POS) > WRK-NV-DATA
                 CONTINUE
              END-PERFORM
              PERFORM VARYING WRK-IDX FROM WRK-QTD-LIVRO BY -1
                    UNTIL WRK-IDX < WRK-POS
                 MOVE WRK-LV-ITEM(WRK-IDX) TO WRK-LV-ITEM(WRK-IDX + 1)
              END-PERFORM
              ADD 1 TO WRK-QTD-LIVRO
              MOVE WRK-NV-TIPO TO WRK-LV-TIPO(WRK-POS)
              MOVE WRK-NV-CHAVE TO WRK-LV-CHAVE(WRK-POS)
              MOVE WRK-NV-DATA TO WRK-LV-DATA(WRK-POS)
              MOVE WRK-NV-NATUREZA TO WRK-LV-NATUREZA(WRK-POS)
              MOVE WRK-NV-VALOR TO WRK-LV-VALOR(WRK-POS)
              MOVE 'N' TO WRK-LV-CONCIL(WRK-POS)
           END-IF.

       0000-MARCARCONCILIADO.
           READ ARQ-CONCBCO NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CONCBCO
              NOT AT END
                 IF REG-BC-SITUACAO = 'C' OR REG-BC-SITUACAO = 'M'
                    PERFORM VARYING WRK-LV-IDX FROM 1 BY 1
                          UNTIL WRK-LV-IDX > WRK-QTD-LIVRO
                       IF WRK-LV-TIPO(WRK-LV-IDX) = REG-BC-TIPOITEM
                             AND WRK-LV-CHAVE(WRK-LV-IDX) =
                                 REG-BC-CHAVEITEM
                          MOVE 'S' TO WRK-LV-CONCIL(WRK-LV-IDX)
                       END-IF
                    END-PERFORM
                 END-IF
           END-READ.

       0005-CONCILIACAOMANUAL.
           MOVE ZEROS TO WRK-QTD-LISTA.
           PERFORM 0000-INICIARCONCBCO.
           PERFORM 0000-LISTARPENDENTE UNTIL WRK-FS-CONCBCO = '10'.
           MOVE '00' TO WRK-FS-CONCBCO.
           IF WRK-QTD-LISTA = 0
              DISPLAY 'NENHUM LANCAMENTO PENDENTE DE CONCILIACAO.'
           ELSE
              DISPLAY ' LINHA A CONCILIAR (0=SAIR)?'
              ACCEPT WRK-ESCOLHA
              IF WRK-ESCOLHA > 0 AND WRK-ESCOLHA <= WRK-QTD-LISTA
                 PERFORM 0100-CLASSIFICARLINHA
              ELSE
                 IF WRK-ESCOLHA NOT = 0
                    DISPLAY 'LINHA INVALIDA.'
                 END-IF
              END-IF
           END-IF.

       0000-LISTARPENDENTE.
           READ ARQ-CONCBCO NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CONCBCO
              NOT AT END
                 IF REG-BC-SITUACAO = 'P'
                    IF WRK-QTD-LISTA < 50
                       ADD 1 TO WRK-QTD-LISTA
                       MOVE REG-BC-CHAVE TO WRK-PD-CHAVE(WRK-QTD-LISTA)
                       DISPLAY WRK-QTD-LISTA ' ' REG-BC-BANCO
                          '/' REG-BC-AGENCIA '/' REG-BC-CONTA
                          ' ' REG-BC-DATA ' ' REG-BC-NATUREZA
                          ' ' REG-BC-VALOR ' ' REG-BC-HISTORICO
                    ELSE
                       DISPLAY 'HA MAIS PENDENCIAS, CONCILIE AS '
                          'LISTADAS PRIMEIRO.'
                       MOVE '10' TO WRK-FS-CONCBCO
                    END-IF
                 END-IF
           END-READ.

       0100-CLASSIFICARLINHA.
           DISPLAY ' TIPO (R=FATURA M=MENSALIDADE P=PARCELA '
              'A=TITULO A PAGAR'.
           DISPLAY '  F=FOLHA T=TARIFA J=JUROS O=OUTROS SEM '
              'DOCUMENTO)?'.
           ACCEPT WRK-TIPOITEM.
           MOVE ZEROS TO WRK-CHAVEITEM.
           EVALUATE WRK-TIPOITEM
              WHEN 'T'
              WHEN 'J'
                 PERFORM 0000-RELERLINHA
                 MOVE 'L' TO REG-BC-SITUACAO
                 PERFORM 0000-GRAVARMANUAL
              WHEN 'O'
                 DISPLAY ' CONFIRMA ACEITAR O LANCAMENTO SEM '
                    'DOCUMENTO? (S/N)'
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    PERFORM 0000-RELERLINHA
                    MOVE 'X' TO REG-BC-SITUACAO
                    PERFORM 0000-GRAVARMANUAL
                 END-IF
              WHEN 'R'
              WHEN 'M'
              WHEN 'P'
              WHEN 'A'
              WHEN 'F'
                 PERFORM 0110-VINCULARDOCUMENTO
              WHEN OTHER
                 DISPLAY 'TIPO INVALIDO.'
           END-EVALUATE.

       0110-VINCULARDOCUMENTO.
           DISPLAY ' NUMERO DO DOCUMENTO (FATURA, FATURA*100+'
              'PARCELA,'.
           DISPLAY '  TITULO OU COMPETENCIA AAAAMM DA FOLHA)?'.
           ACCEPT WRK-CHAVEITEM.
           PERFORM 0000-RELERLINHA.
           MOVE REG-BC-DATA TO WRK-DATAREF-N.
           PERFORM 0000-MESANTERIOR.
           PERFORM 0000-MESANTERIOR.
           MOVE 01 TO WRK-DR-DIA.
           MOVE WRK-DATAREF-N TO WRK-DATA-INI.
           MOVE REG-BC-DATA TO WRK-DATAREF-N.
           ADD 1 TO WRK-DR-MES.
           IF WRK-DR-MES > 12
              MOVE 1 TO WRK-DR-MES
              ADD 1 TO WRK-DR-ANO
           END-IF.
           MOVE 31 TO WRK-DR-DIA.
           MOVE WRK-DATAREF-N TO WRK-DATA-FIM.
           PERFORM 0000-CARREGARLIVRO.
           PERFORM 0000-RELERLINHA.
           MOVE ZEROS TO WRK-LV-ACHADO.
           PERFORM VARYING WRK-LV-IDX FROM 1 BY 1
                 UNTIL WRK-LV-IDX > WRK-QTD-LIVRO
                    OR WRK-LV-ACHADO > 0
              IF WRK-LV-TIPO(WRK-LV-IDX) = WRK-TIPOITEM
                    AND WRK-LV-CHAVE(WRK-LV-IDX) = WRK-CHAVEITEM
                    AND WRK-LV-CONCIL(WRK-LV-IDX) = 'N'
                 MOVE WRK-LV-IDX TO WRK-LV-ACHADO
              END-IF
           END-PERFORM.
           IF WRK-LV-ACHADO = 0
              DISPLAY 'DOCUMENTO NAO ENCONTRADO NO PERIODO OU JA '
                 'CONCILIADO.'
           ELSE
              IF WRK-LV-NATUREZA(WRK-LV-ACHADO) NOT = REG-BC-NATUREZA
                 DISPLAY 'DOCUMENTO DE NATUREZA DIFERENTE DO '
                    'LANCAMENTO DO BANCO.'
              ELSE
                 COMPUTE WRK-DIFERENCA = REG-BC-VALOR
                    - WRK-LV-VALOR(WRK-LV-ACHADO)
                 DISPLAY 'DATA NO SISTEMA=' WRK-LV-DATA(WRK-LV-ACHADO)
                    ' VALOR NO SISTEMA='
                    WRK-LV-VALOR(WRK-LV-ACHADO)
                 DISPLAY 'DATA NO BANCO=' REG-BC-DATA
                    ' VALOR NO BANCO=' REG-BC-VALOR
                    ' DIFERENCA=' WRK-DIFERENCA
                 DISPLAY ' CONFIRMA A CONCILIACAO? (S/N)'
                 ACCEPT WRK-CONFIRMA
                 IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    MOVE 'M' TO REG-BC-SITUACAO
                    MOVE WRK-CHAVEITEM TO REG-BC-CHAVEITEM
                    PERFORM 0000-GRAVARMANUAL
                 END-IF
              END-IF
           END-IF.

       0000-RELERLINHA.
           MOVE WRK-PD-CHAVE(WRK-ESCOLHA) TO REG-BC-CHAVE.
           READ ARQ-CONCBCO
              INVALID KEY
                 DISPLAY 'LANCAMENTO NAO ENCONTRADO.'
           END-READ.

       0000-GRAVARMANUAL.
           MOVE WRK-TIPOITEM TO REG-BC-TIPOITEM.
           MOVE WRK-CHAVEITEM TO REG-BC-CHAVEITEM.
           MOVE WRK-DATASISTEMA TO REG-BC-DATACONC.
           MOVE WRK-OPERADOR TO REG-BC-OPERADOR.
           REWRITE REG-CONCBCO.
           DISPLAY 'LANCAMENTO CONCILIADO.'.
           STRING 'CONCILIACAO MANUAL DATA=' REG-BC-DATA
              ' VALOR=' REG-BC-VALOR ' TIPO=' WRK-TIPOITEM
              ' OPER=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.

       0006-RELATORIOCONC.
           DISPLAY ' DATA INICIAL (AAAAMMDD)?'.
           ACCEPT WRK-DATA-INI.
           DISPLAY ' DATA FINAL (AAAAMMDD)?'.
           ACCEPT WRK-DATA-FIM.
           MOVE ZEROS TO WRK-QTD-CONC WRK-QTD-SOBANCO WRK-QTD-SOLIVRO
              WRK-QTD-OUTROS.
           MOVE ZEROS TO WRK-TOT-CONC WRK-TOT-SOBANCO WRK-TOT-SOLIVRO
              WRK-TOT-OUTROS.
           PERFORM 0000-CARREGARLIVRO.
           OPEN OUTPUT ARQ-RELCONC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONCILIACAO BANCARIA DE ' WRK-DATA-INI
              ' A ' WRK-DATA-FIM ' - EMITIDO EM ' WRK-DATASISTEMA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCONC FROM WRK-LINHA.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-RELCONC FROM WRK-LINHA.
           MOVE SPACES TO WRK-CONTA-ANT.
           MOVE ZEROS TO WRK-DATA-ANT.
           PERFORM 0000-INICIARCONCBCO.
           PERFORM 0000-LISTARLANCAMENTO
              UNTIL WRK-FS-CONCBCO = '10'.
           MOVE '00' TO WRK-FS-CONCBCO.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELCONC FROM WRK-LINHA.
           MOVE 'ITENS SO NO SISTEMA (SEM LANCAMENTO NO EXTRATO)'
              TO WRK-LINHA.
           WRITE REG-RELCONC FROM WRK-LINHA.
           PERFORM VARYING WRK-LV-IDX FROM 1 BY 1
                 UNTIL WRK-LV-IDX > WRK-QTD-LIVRO
              IF WRK-LV-CONCIL(WRK-LV-IDX) = 'N'
                 PERFORM 0000-LISTARSOLIVRO
              END-IF
           END-PERFORM.
           MOVE '----------------------------------------'
              TO WRK-LINHA.
           WRITE REG-RELCONC FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONCILIADOS=' WRK-QTD-CONC ' VALOR=' WRK-TOT-CONC
              ' TARIFAS/JUROS/OUTROS=' WRK-QTD-OUTROS
              ' VALOR=' WRK-TOT-OUTROS
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCONC FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SO NO BANCO=' WRK-QTD-SOBANCO
              ' VALOR=' WRK-TOT-SOBANCO
              ' SO NO SISTEMA=' WRK-QTD-SOLIVRO
              ' VALOR=' WRK-TOT-SOLIVRO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-RELCONC FROM WRK-LINHA.
           CLOSE ARQ-RELCONC.
           DISPLAY 'CONCILIADOS=' WRK-QTD-CONC
              ' SO NO BANCO=' WRK-QTD-SOBANCO
              ' SO NO SISTEMA=' WRK-QTD-SOLIVRO.
           DISPLAY 'RELATORIO GRAVADO EM CONCILIA.TXT'.
           STRING 'RELATORIO DE CONCILIACAO ' WRK-DATA-INI
              ' A ' WRK-DATA-FIM ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.
           MOVE 'CONCILIA.TXT' TO WRK-NOME-RELAT.
           CALL 'ARQRELAT' USING WRK-NOME-RELAT WRK-LOG-PROGRAMA
              WRK-OPERADOR.

       0000-LISTARLANCAMENTO.
           READ ARQ-CONCBCO NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-CONCBCO
              NOT AT END
                 IF REG-BC-DATA >= WRK-DATA-INI
                       AND REG-BC-DATA <= WRK-DATA-FIM
                    PERFORM 0000-IMPRIMIRLANCAMENTO
                 END-IF
           END-READ.

       0000-IMPRIMIRLANCAMENTO.
           MOVE REG-BC-BANCO TO WRK-CA-BANCO.
           MOVE REG-BC-AGENCIA TO WRK-CA-AGENCIA.
           MOVE REG-BC-CONTA TO WRK-CA-CONTA.
           IF WRK-CONTA-ATUAL NOT = WRK-CONTA-ANT
              MOVE WRK-CONTA-ATUAL TO WRK-CONTA-ANT
              MOVE ZEROS TO WRK-DATA-ANT
              MOVE SPACES TO WRK-LINHA
              WRITE REG-RELCONC FROM WRK-LINHA
              STRING 'CONTA BANCO=' REG-BC-BANCO
                 ' AGENCIA=' REG-BC-AGENCIA
                 ' CONTA=' REG-BC-CONTA
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELCONC FROM WRK-LINHA
           END-IF.
           IF REG-BC-DATA NOT = WRK-DATA-ANT
              MOVE REG-BC-DATA TO WRK-DATA-ANT
              MOVE SPACES TO WRK-LINHA
              STRING ' DATA ' REG-BC-DATA
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELCONC FROM WRK-LINHA
           END-IF.
           MOVE REG-BC-TIPOITEM TO WRK-TIPOITEM.
           PERFORM 0000-DESCREVERTIPO.
           EVALUATE REG-BC-SITUACAO
              WHEN 'C'
              WHEN 'M'
                 ADD 1 TO WRK-QTD-CONC
                 ADD REG-BC-VALOR TO WRK-TOT-CONC
                 MOVE 'CONCILIADO' TO WRK-SITUACAO-TXT
                 IF REG-BC-SITUACAO = 'M'
                    MOVE 'CONCILIADO MANUAL' TO WRK-SITUACAO-TXT
                 END-IF
              WHEN 'L'
                 ADD 1 TO WRK-QTD-OUTROS
                 ADD REG-BC-VALOR TO WRK-TOT-OUTROS
                 MOVE 'LANCADO CONTABIL' TO WRK-SITUACAO-TXT
              WHEN 'X'
                 ADD 1 TO WRK-QTD-OUTROS
                 ADD REG-BC-VALOR TO WRK-TOT-OUTROS
                 MOVE 'SEM DOCUMENTO' TO WRK-SITUACAO-TXT
              WHEN OTHER
                 ADD 1 TO WRK-QTD-SOBANCO
                 ADD REG-BC-VALOR TO WRK-TOT-SOBANCO
                 MOVE 'SO NO BANCO' TO WRK-SITUACAO-TXT
                 MOVE SPACES TO WRK-DESC-TIPO
           END-EVALUATE.
           MOVE SPACES TO WRK-LINHA.
           IF REG-BC-SITUACAO = 'C' OR REG-BC-SITUACAO = 'M'
              STRING '  ' REG-BC-NATUREZA ' ' REG-BC-VALOR
                 ' ' REG-BC-HISTORICO ' ' WRK-SITUACAO-TXT
                 ' ' WRK-DESC-TIPO ' ' REG-BC-CHAVEITEM
                 DELIMITED BY SIZE INTO WRK-LINHA
           ELSE
              STRING '  ' REG-BC-NATUREZA ' ' REG-BC-VALOR
                 ' ' REG-BC-HISTORICO ' ' WRK-SITUACAO-TXT
                 ' ' WRK-DESC-TIPO
                 DELIMITED BY SIZE INTO WRK-LINHA
           END-IF.
           WRITE REG-RELCONC FROM WRK-LINHA.

       0000-LISTARSOLIVRO.
           IF WRK-LV-DATA(WRK-LV-IDX) >= WRK-DATA-INI
                 AND WRK-LV-DATA(WRK-LV-IDX) <= WRK-DATA-FIM
              ADD 1 TO WRK-QTD-SOLIVRO
              ADD WRK-LV-VALOR(WRK-LV-IDX) TO WRK-TOT-SOLIVRO
              MOVE WRK-LV-TIPO(WRK-LV-IDX) TO WRK-TIPOITEM
              PERFORM 0000-DESCREVERTIPO
              MOVE SPACES TO WRK-LINHA
              STRING ' DATA ' WRK-LV-DATA(WRK-LV-IDX)
                 ' ' WRK-LV-NATUREZA(WRK-LV-IDX)
                 ' ' WRK-LV-VALOR(WRK-LV-IDX)
                 ' ' WRK-DESC-TIPO
                 ' DOC=' WRK-LV-CHAVE(WRK-LV-IDX)
                 DELIMITED BY SIZE INTO WRK-LINHA
              WRITE REG-RELCONC FROM WRK-LINHA
           END-IF.

       0000-DESCREVERTIPO.
           MOVE SPACES TO WRK-DESC-TIPO.
           PERFORM VARYING WRK-TIPO-IDX FROM 1 BY 1
                 UNTIL WRK-TIPO-IDX > 8
              IF WRK-TP-COD(WRK-TIPO-IDX) = WRK-TIPOITEM
                 MOVE WRK-TP-DESC(WRK-TIPO-IDX) TO WRK-DESC-TIPO
              END-IF
           END-PERFORM.
