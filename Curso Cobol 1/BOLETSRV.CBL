       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETSRV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BOLETOS ASSIGN TO "BOLETOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-BT-NOSSONUM
               FILE STATUS IS WRK-FS-BOLETOS.
           SELECT ARQ-PARMCOB ASSIGN TO "COBRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARMCOB.
           SELECT ARQ-DOCBOLETO ASSIGN TO "BOLETOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DOCBOLETO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-BOLETOS.
       01 REG-BOLETO.
       COPY BOLREG.
       FD ARQ-PARMCOB.
       01 REG-PARMCOB.
       COPY CBPREG.
       FD ARQ-DOCBOLETO.
       01 REG-DOCBOLETO        PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-FS-BOLETOS     PIC X(02)   VALUE ZEROS.
       77 WRK-FS-PARMCOB     PIC X(02)   VALUE ZEROS.
       77 WRK-FS-DOCBOLETO   PIC X(02)   VALUE ZEROS.
       77 WRK-DATASISTEMA    PIC 9(08)   VALUE ZEROS.
       77 WRK-EXISTE         PIC X(01)   VALUE 'N'.
       77 WRK-ALTERADO       PIC X(01)   VALUE 'N'.
       77 WRK-LINHA          PIC X(80)   VALUE SPACES.
       77 WRK-PARC-IDX       PIC 9(02)   VALUE ZEROS.
       77 WRK-SALDO-TIT      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-RESTA    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MORA-DIA       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ED       PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-MORA-ED        PIC ZZZ.ZZ9,99.
       77 WRK-MULTA-ED       PIC Z9,99.
       77 WRK-SOMA           PIC 9(05)   VALUE ZEROS.
       77 WRK-PESO           PIC 9(02)   VALUE ZEROS.
       77 WRK-PRODUTO        PIC 9(03)   VALUE ZEROS.
       77 WRK-QUOCIENTE      PIC 9(05)   VALUE ZEROS.
       77 WRK-RESTO          PIC 9(02)   VALUE ZEROS.
       77 WRK-DV             PIC 9(02)   VALUE ZEROS.
       77 WRK-CALC-IDX       PIC 9(02)   VALUE ZEROS.
       77 WRK-CALC-TAM       PIC 9(02)   VALUE ZEROS.
       77 WRK-SRV-FUNCAO     PIC X(01)   VALUE SPACES.
       77 WRK-SRV-DATA1      PIC 9(08)   VALUE ZEROS.
       77 WRK-SRV-DATA2      PIC 9(08)   VALUE ZEROS.
       77 WRK-SRV-NUMERO     PIC S9(08)  VALUE ZEROS.
       77 WRK-SRV-VALIDO     PIC X(01)   VALUE SPACES.
       77 WRK-FATOR          PIC S9(08)  VALUE ZEROS.
       01 WRK-PARAMETROS.
          02 WRK-PB-BANCO    PIC 9(03).
          02 WRK-PB-AGENCIA  PIC 9(04).
          02 WRK-PB-CONTA    PIC 9(07).
          02 WRK-PB-CARTEIRA PIC 9(02).
          02 WRK-PB-MULTA    PIC 9(02)V99.
          02 WRK-PB-JUROSDIA PIC 9(01)V9999.
          02 WRK-PB-CEDENTE  PIC X(20).
       01 WRK-VENCIMENTO.
          02 WRK-VC-ANO      PIC 9(04).
          02 WRK-VC-MES      PIC 9(02).
          02 WRK-VC-DIA      PIC 9(02).
       01 WRK-NOSSO.
          02 WRK-NN-BASE.
             03 WRK-NN-FATURA  PIC 9(08).
             03 WRK-NN-PARCELA PIC 9(02).
          02 WRK-NN-DV       PIC 9(01).
       01 WRK-NOSSO-NUM REDEFINES WRK-NOSSO PIC 9(11).
       01 WRK-CALC-AREA      PIC X(43).
       01 WRK-CALC-TAB REDEFINES WRK-CALC-AREA.
          02 WRK-CALC-DIGITO PIC 9(01) OCCURS 43 TIMES.
       01 WRK-CODBARRAS.
          02 WRK-CB-PARTE1.
             03 WRK-CB-BANCO    PIC 9(03).
             03 WRK-CB-MOEDA    PIC 9(01).
          02 WRK-CB-DV          PIC 9(01).
          02 WRK-CB-PARTE2.
             03 WRK-CB-FATOR    PIC 9(04).
             03 WRK-CB-VALOR    PIC 9(08)V99.
             03 WRK-CB-LIVRE.
                04 WRK-CL-AGENCIA  PIC 9(04).
                04 WRK-CL-CARTEIRA PIC 9(02).
                04 WRK-CL-NOSSONUM PIC 9(11).
                04 WRK-CL-CONTA    PIC 9(07).
                04 WRK-CL-ZERO     PIC 9(01).
             03 WRK-CB-LIVRE-R REDEFINES WRK-CB-LIVRE.
                04 WRK-CL-PARTE1   PIC X(05).
                04 WRK-CL-PARTE2   PIC X(10).
                04 WRK-CL-PARTE3   PIC X(10).
       01 WRK-CAMPO1.
          02 WRK-C1-BASE.
             03 WRK-C1-BANCO    PIC 9(03).
             03 WRK-C1-MOEDA    PIC 9(01).
             03 WRK-C1-LIVRE    PIC X(05).
          02 WRK-C1-DV          PIC 9(01).
       01 WRK-CAMPO1-R REDEFINES WRK-CAMPO1.
          02 WRK-C1-PARTE1      PIC X(05).
          02 WRK-C1-PARTE2      PIC X(05).
       01 WRK-CAMPO2.
          02 WRK-C2-BASE        PIC X(10).
          02 WRK-C2-DV          PIC 9(01).
       01 WRK-CAMPO2-R REDEFINES WRK-CAMPO2.
          02 WRK-C2-PARTE1      PIC X(05).
          02 WRK-C2-PARTE2      PIC X(06).
       01 WRK-CAMPO3.
          02 WRK-C3-BASE        PIC X(10).
          02 WRK-C3-DV          PIC 9(01).
       01 WRK-CAMPO3-R REDEFINES WRK-CAMPO3.
          02 WRK-C3-PARTE1      PIC X(05).
          02 WRK-C3-PARTE2      PIC X(06).
       01 WRK-LINHADIG.
          02 WRK-LD-C1A         PIC X(05).
          02 FILLER             PIC X(01)   VALUE '.'.
          02 WRK-LD-C1B         PIC X(05).
          02 FILLER             PIC X(01)   VALUE SPACE.
          02 WRK-LD-C2A         PIC X(05).
          02 FILLER             PIC X(01)   VALUE '.'.
          02 WRK-LD-C2B         PIC X(06).
          02 FILLER             PIC X(01)   VALUE SPACE.
          02 WRK-LD-C3A         PIC X(05).
          02 FILLER             PIC X(01)   VALUE '.'.
          02 WRK-LD-C3B         PIC X(06).
          02 FILLER             PIC X(01)   VALUE SPACE.
          02 WRK-LD-C4          PIC 9(01).
          02 FILLER             PIC X(01)   VALUE SPACE.
          02 WRK-LD-C5          PIC X(14).
       LINKAGE SECTION.
       01 LNK-FUNCAO              PIC X(01).
       01 LNK-FATURA              PIC 9(08).
       01 LNK-PARCELA             PIC 9(02).
       01 LNK-SACADO              PIC X(08).
       01 LNK-EMISSAO             PIC 9(08).
       01 LNK-VENCIMENTO          PIC 9(08).
       01 LNK-VALOR               PIC 9(09)V99.
       01 LNK-NOSSONUM            PIC 9(11).
       01 LNK-RESULTADO           PIC X(01).

       PROCEDURE DIVISION USING LNK-FUNCAO LNK-FATURA LNK-PARCELA
             LNK-SACADO LNK-EMISSAO LNK-VENCIMENTO LNK-VALOR
             LNK-NOSSONUM LNK-RESULTADO.
       0001-PRINCIPAL.
           MOVE 'N' TO LNK-RESULTADO.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           OPEN I-O ARQ-BOLETOS.
           IF WRK-FS-BOLETOS = '35'
              OPEN OUTPUT ARQ-BOLETOS
              CLOSE ARQ-BOLETOS
              OPEN I-O ARQ-BOLETOS
           END-IF.
           EVALUATE LNK-FUNCAO
              WHEN 'R'
                 PERFORM 0002-REGISTRAR
              WHEN 'B'
                 PERFORM 0003-PEDIRBAIXA
              WHEN 'A'
                 PERFORM 0004-ABATER
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           CLOSE ARQ-BOLETOS.
           GOBACK.

       0002-REGISTRAR.
           MOVE LNK-FATURA TO WRK-NN-FATURA.
           MOVE LNK-PARCELA TO WRK-NN-PARCELA.
           PERFORM 0000-CALCULARNOSSONUM.
           MOVE WRK-NOSSO-NUM TO LNK-NOSSONUM.
           MOVE WRK-NOSSO-NUM TO REG-BT-NOSSONUM.
           READ ARQ-BOLETOS
              INVALID KEY
                 MOVE 'N' TO WRK-EXISTE
              NOT INVALID KEY
                 MOVE 'S' TO WRK-EXISTE
           END-READ.
           IF LNK-VALOR > 0
                 AND (WRK-EXISTE = 'N' OR REG-BT-SITUACAO = 'J')
              PERFORM 0000-CARREGARPARAMETROS
              MOVE WRK-NOSSO-NUM TO REG-BT-NOSSONUM
              MOVE LNK-SACADO TO REG-BT-SACADO
              MOVE LNK-EMISSAO TO REG-BT-EMISSAO
              IF LNK-VENCIMENTO = 0
                 PERFORM 0000-VENCIMENTOPADRAO
              END-IF
              MOVE LNK-VENCIMENTO TO REG-BT-VENCIMENTO
              MOVE LNK-VALOR TO REG-BT-VALOR
              MOVE ZEROS TO REG-BT-ABATPEND
              MOVE ZEROS TO REG-BT-ABATIMENTO
              MOVE 'P' TO REG-BT-SITUACAO
              MOVE WRK-DATASISTEMA TO REG-BT-DATASIT
              MOVE ZEROS TO REG-BT-VALORPAGO
              MOVE SPACES TO REG-BT-OCORRENCIA
              PERFORM 0000-MONTARLINHADIG
              MOVE WRK-LINHADIG TO REG-BT-LINHADIG
              IF WRK-EXISTE = 'S'
                 REWRITE REG-BOLETO
              ELSE
                 WRITE REG-BOLETO
              END-IF
              PERFORM 0000-IMPRIMIRBOLETO
              MOVE 'S' TO LNK-RESULTADO
           END-IF.

       0003-PEDIRBAIXA.
           PERFORM VARYING WRK-PARC-IDX FROM 0 BY 1
                 UNTIL WRK-PARC-IDX > 12
              MOVE LNK-FATURA TO WRK-NN-FATURA
              MOVE WRK-PARC-IDX TO WRK-NN-PARCELA
              PERFORM 0000-CALCULARNOSSONUM
              MOVE WRK-NOSSO-NUM TO REG-BT-NOSSONUM
              READ ARQ-BOLETOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 0000-BAIXARTITULO
              END-READ
           END-PERFORM.

       0000-BAIXARTITULO.
           MOVE 'S' TO WRK-ALTERADO.
           EVALUATE REG-BT-SITUACAO
              WHEN 'P'
              WHEN 'J'
                 MOVE 'X' TO REG-BT-SITUACAO
              WHEN 'R'
              WHEN 'C'
                 MOVE 'B' TO REG-BT-SITUACAO
              WHEN OTHER
                 MOVE 'N' TO WRK-ALTERADO
           END-EVALUATE.
           IF WRK-ALTERADO = 'S'
              MOVE ZEROS TO REG-BT-ABATPEND
              MOVE WRK-DATASISTEMA TO REG-BT-DATASIT
              REWRITE REG-BOLETO
              MOVE 'S' TO LNK-RESULTADO
           END-IF.

       0004-ABATER.
           MOVE LNK-VALOR TO WRK-VALOR-RESTA.
           PERFORM VARYING WRK-PARC-IDX FROM 13 BY -1
                 UNTIL WRK-PARC-IDX < 1 OR WRK-VALOR-RESTA = 0
              MOVE LNK-FATURA TO WRK-NN-FATURA
              COMPUTE WRK-NN-PARCELA = WRK-PARC-IDX - 1
              PERFORM 0000-CALCULARNOSSONUM
              MOVE WRK-NOSSO-NUM TO REG-BT-NOSSONUM
              READ ARQ-BOLETOS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM 0000-ABATERTITULO
              END-READ
           END-PERFORM.

       0000-ABATERTITULO.
           IF REG-BT-SITUACAO = 'P' OR REG-BT-SITUACAO = 'R'
                 OR REG-BT-SITUACAO = 'C'
              COMPUTE WRK-SALDO-TIT = REG-BT-VALOR
                 - REG-BT-ABATIMENTO - REG-BT-ABATPEND
              IF WRK-VALOR-RESTA >= WRK-SALDO-TIT
                 SUBTRACT WRK-SALDO-TIT FROM WRK-VALOR-RESTA
                 PERFORM 0000-BAIXARTITULO
              ELSE
                 ADD WRK-VALOR-RESTA TO REG-BT-ABATPEND
                 MOVE ZEROS TO WRK-VALOR-RESTA
                 MOVE WRK-DATASISTEMA TO REG-BT-DATASIT
                 REWRITE REG-BOLETO
                 MOVE 'S' TO LNK-RESULTADO
              END-IF
           END-IF.

       0000-VENCIMENTOPADRAO.
           MOVE LNK-EMISSAO TO WRK-VENCIMENTO.
           IF WRK-VC-DIA > 28
              MOVE 28 TO WRK-VC-DIA
           END-IF.
           ADD 1 TO WRK-VC-MES.
           IF WRK-VC-MES > 12
              MOVE 1 TO WRK-VC-MES
              ADD 1 TO WRK-VC-ANO
           END-IF.
           MOVE WRK-VENCIMENTO TO LNK-VENCIMENTO.

       0000-CARREGARPARAMETROS.
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

       0000-CALCULARNOSSONUM.
           MOVE WRK-NN-BASE TO WRK-CALC-AREA.
           MOVE 10 TO WRK-CALC-TAM.
           PERFORM 0000-MODULO11.
           COMPUTE WRK-DV = 11 - WRK-RESTO.
           IF WRK-DV > 9
              MOVE 0 TO WRK-DV
           END-IF.
           MOVE WRK-DV TO WRK-NN-DV.

       0000-MONTARLINHADIG.
           MOVE WRK-PB-BANCO TO WRK-CB-BANCO.
           MOVE 9 TO WRK-CB-MOEDA.
           MOVE 'D' TO WRK-SRV-FUNCAO.
           MOVE 19971007 TO WRK-SRV-DATA1.
           MOVE LNK-VENCIMENTO TO WRK-SRV-DATA2.
           CALL 'DATASRV' USING WRK-SRV-FUNCAO WRK-SRV-DATA1
              WRK-SRV-DATA2 WRK-SRV-NUMERO WRK-SRV-VALIDO.
           MOVE WRK-SRV-NUMERO TO WRK-FATOR.
           IF WRK-FATOR > 9999
              SUBTRACT 9000 FROM WRK-FATOR
           END-IF.
           IF WRK-FATOR < 1000
              MOVE ZEROS TO WRK-FATOR
           END-IF.
           MOVE WRK-FATOR TO WRK-CB-FATOR.
           MOVE LNK-VALOR TO WRK-CB-VALOR.
           MOVE WRK-PB-AGENCIA TO WRK-CL-AGENCIA.
           MOVE WRK-PB-CARTEIRA TO WRK-CL-CARTEIRA.
           MOVE WRK-NOSSO-NUM TO WRK-CL-NOSSONUM.
           MOVE WRK-PB-CONTA TO WRK-CL-CONTA.
           MOVE 0 TO WRK-CL-ZERO.
           MOVE SPACES TO WRK-CALC-AREA.
           STRING WRK-CB-PARTE1 WRK-CB-PARTE2
              DELIMITED BY SIZE INTO WRK-CALC-AREA.
           MOVE 43 TO WRK-CALC-TAM.
           PERFORM 0000-MODULO11.
           COMPUTE WRK-DV = 11 - WRK-RESTO.
           IF WRK-DV = 0 OR WRK-DV > 9
              MOVE 1 TO WRK-DV
           END-IF.
           MOVE WRK-DV TO WRK-CB-DV.
           MOVE WRK-CB-BANCO TO WRK-C1-BANCO.
           MOVE WRK-CB-MOEDA TO WRK-C1-MOEDA.
           MOVE WRK-CL-PARTE1 TO WRK-C1-LIVRE.
           MOVE WRK-C1-BASE TO WRK-CALC-AREA.
           MOVE 9 TO WRK-CALC-TAM.
           PERFORM 0000-MODULO10.
           MOVE WRK-DV TO WRK-C1-DV.
           MOVE WRK-CL-PARTE2 TO WRK-C2-BASE.
           MOVE WRK-C2-BASE TO WRK-CALC-AREA.
           MOVE 10 TO WRK-CALC-TAM.
           PERFORM 0000-MODULO10.
           MOVE WRK-DV TO WRK-C2-DV.
           MOVE WRK-CL-PARTE3 TO WRK-C3-BASE.
           MOVE WRK-C3-BASE TO WRK-CALC-AREA.
           MOVE 10 TO WRK-CALC-TAM.
           PERFORM 0000-MODULO10.
           MOVE WRK-DV TO WRK-C3-DV.
           MOVE WRK-C1-PARTE1 TO WRK-LD-C1A.
           MOVE WRK-C1-PARTE2 TO WRK-LD-C1B.
           MOVE WRK-C2-PARTE1 TO WRK-LD-C2A.
           MOVE WRK-C2-PARTE2 TO WRK-LD-C2B.
           MOVE WRK-C3-PARTE1 TO WRK-LD-C3A.
           MOVE WRK-C3-PARTE2 TO WRK-LD-C3B.
           MOVE WRK-CB-DV TO WRK-LD-C4.
           MOVE SPACES TO WRK-LD-C5.
           STRING WRK-CB-FATOR WRK-CB-VALOR
              DELIMITED BY SIZE INTO WRK-LD-C5.

       0000-MODULO10.
           MOVE ZEROS TO WRK-SOMA.
           MOVE 2 TO WRK-PESO.
           PERFORM VARYING WRK-CALC-IDX FROM WRK-CALC-TAM BY -1
                 UNTIL WRK-CALC-IDX < 1
              COMPUTE WRK-PRODUTO =
                 WRK-CALC-DIGITO(WRK-CALC-IDX) * WRK-PESO
              IF WRK-PRODUTO > 9
                 SUBTRACT 9 FROM WRK-PRODUTO
              END-IF
              ADD WRK-PRODUTO TO WRK-SOMA
              IF WRK-PESO = 2
                 MOVE 1 TO WRK-PESO
              ELSE
                 MOVE 2 TO WRK-PESO
              END-IF
           END-PERFORM.
           DIVIDE WRK-SOMA BY 10 GIVING WRK-QUOCIENTE
              REMAINDER WRK-RESTO.
           IF WRK-RESTO = 0
              MOVE 0 TO WRK-DV
           ELSE
              COMPUTE WRK-DV = 10 - WRK-RESTO
           END-IF.

       0000-MODULO11.
           MOVE ZEROS TO WRK-SOMA.
           MOVE 2 TO WRK-PESO.
           PERFORM VARYING WRK-CALC-IDX FROM WRK-CALC-TAM BY -1
                 UNTIL WRK-CALC-IDX < 1
              COMPUTE WRK-SOMA = WRK-SOMA
                 + (WRK-CALC-DIGITO(WRK-CALC-IDX) * WRK-PESO)
              ADD 1 TO WRK-PESO
              IF WRK-PESO > 9
                 MOVE 2 TO WRK-PESO
              END-IF
           END-PERFORM.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOCIENTE
              REMAINDER WRK-RESTO.

       0000-IMPRIMIRBOLETO.
           COMPUTE WRK-MORA-DIA ROUNDED =
              LNK-VALOR * WRK-PB-JUROSDIA / 100.
           OPEN EXTEND ARQ-DOCBOLETO.
           IF WRK-FS-DOCBOLETO = '35'
              OPEN OUTPUT ARQ-DOCBOLETO
           END-IF.
           MOVE '========================================'
              TO WRK-LINHA.
           WRITE REG-DOCBOLETO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'BANCO ' WRK-PB-BANCO '-9  ' WRK-LINHADIG
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCBOLETO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CEDENTE .............. ' WRK-PB-CEDENTE
              ' AG ' WRK-PB-AGENCIA ' CONTA ' WRK-PB-CONTA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCBOLETO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CARTEIRA/NOSSO NUMERO  ' WRK-PB-CARTEIRA '/'
              WRK-NN-FATURA WRK-NN-PARCELA '-' WRK-NN-DV
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCBOLETO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DOCUMENTO ............ FATURA ' LNK-FATURA
              ' PARCELA ' LNK-PARCELA
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCBOLETO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SACADO ............... ' LNK-SACADO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCBOLETO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DATA DO DOCUMENTO .... ' LNK-EMISSAO
              '   VENCIMENTO ' LNK-VENCIMENTO
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCBOLETO FROM WRK-LINHA.
           MOVE LNK-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VALOR DO DOCUMENTO ... ' WRK-VALOR-ED
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCBOLETO FROM WRK-LINHA.
           MOVE WRK-PB-MULTA TO WRK-MULTA-ED.
           MOVE WRK-MORA-DIA TO WRK-MORA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'APOS O VENCIMENTO COBRAR MULTA DE ' WRK-MULTA-ED
              '% E MORA DE R$ ' WRK-MORA-ED ' AO DIA.'
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCBOLETO FROM WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CODIGO DE BARRAS ..... ' WRK-CODBARRAS
              DELIMITED BY SIZE INTO WRK-LINHA.
           WRITE REG-DOCBOLETO FROM WRK-LINHA.
           CLOSE ARQ-DOCBOLETO.
