               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-NUMERO
               FILE STATUS IS WRK-FS-FATURAS.
           SELECT ARQ-FATCTRL ASSIGN TO WRK-NOME-FATCTRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATCTRL.
           SELECT ARQ-RELATRASO ASSIGN TO "MENSATRA.TXT"
       COPY ALUNREG.
       FD ARQ-CONDICOES.
       01 REG-CONDICAO.
       COPY MTEREG.
       FD ARQ-FATURAS.
       01 REG-FATURA.
       COPY FATREG.
       77 WRK-FS-CONDICOES PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATURAS   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FATCTRL   PIC X(02)     VALUE ZEROS.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-NOME-FATCTRL PIC X(12)     VALUE 'FATCTRL.DAT'.
       77 WRK-FS-RELATRASO PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-TURMA-ALUNO  PIC X(06)     VALUE SPACES.
       77 WRK-QTD-ATRASO   PIC 9(05)     VALUE ZEROS.
       77 WRK-LINHA        PIC X(100)    VALUE SPACES.
       77 WRK-QTD-BOLETOS  PIC 9(05)     VALUE ZEROS.
       77 WRK-BOL-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-BOL-FATURA   PIC 9(08)     VALUE ZEROS.
       77 WRK-BOL-PARCELA  PIC 9(02)     VALUE ZEROS.
       77 WRK-BOL-SACADO   PIC X(08)     VALUE SPACES.
       77 WRK-BOL-EMISSAO  PIC 9(08)     VALUE ZEROS.
       77 WRK-BOL-VENCIMENTO PIC 9(08)   VALUE ZEROS.
       77 WRK-BOL-VALOR    PIC 9(09)V99  VALUE ZEROS.
       77 WRK-BOL-NOSSONUM PIC 9(11)     VALUE ZEROS.
       77 WRK-BOL-RESULTADO PIC X(01)    VALUE SPACES.
       01 WRK-DATAFATURA.
          02 WRK-DF-ANO    PIC 9(04).
          02 WRK-DF-MES    PIC 9(02).

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           OPEN INPUT ARQ-ALUNOS.
           END-READ.

       0004-FATURARMES.
           MOVE ZEROS TO WRK-QTD-FATURADAS WRK-QTD-PULADAS
              WRK-QTD-BOLETOS.
           OPEN I-O ARQ-FATURAS.
           IF WRK-FS-FATURAS = '35'
              OPEN OUTPUT ARQ-FATURAS
           PERFORM 0000-GRAVARNUMFATURA.
           DISPLAY 'MENSALIDADES FATURADAS=' WRK-QTD-FATURADAS
              ' PULADAS=' WRK-QTD-PULADAS.
           DISPLAY 'BOLETOS EMITIDOS=' WRK-QTD-BOLETOS
              ' (BOLETOS.TXT)'.
           MOVE 'MENSFAT' TO WRK-LOG-PROGRAMA.
           STRING 'MENSALIDADES FATURADAS=' WRK-QTD-FATURADAS
              ' OPERADOR=' WRK-OPERADOR
                 WRK-LOG-SEVERIDADE.

       0000-LERNUMFATURA.
           MOVE WRK-CIA-BASENUM TO WRK-NUM-FATURA.
           OPEN INPUT ARQ-FATCTRL.
           IF WRK-FS-FATCTRL = '00'
              READ ARQ-FATCTRL
           MOVE WRK-MATRICULA TO REG-FA-ALUNO.
           MOVE SPACES TO REG-FA-FILIAL.
           MOVE SPACES TO REG-FA-ISENJUROS.
           MOVE SPACES TO REG-FA-SITFISCAL.
           MOVE ZEROS TO REG-FA-LOTEFISCAL.
           MOVE SPACES TO REG-FA-CODREJ.
           MOVE SPACES TO REG-FA-MOTPERDA.
           MOVE ZEROS TO REG-FA-DATAPERDA.
           MOVE ZEROS TO REG-FA-VALORPERDA.
           MOVE ZEROS TO REG-FA-VALORRECUP.
           MOVE ZEROS TO REG-FA-ISS.
           MOVE WRK-CIA-EMPRESA TO REG-FA-EMPRESA.
           WRITE REG-FATURA
              INVALID KEY
                 DISPLAY 'FATURA JA EXISTENTE, NUMERO '
                    WRK-NUM-FATURA
           END-WRITE.
           ADD 1 TO WRK-QTD-FATURADAS.
           MOVE 'R' TO WRK-BOL-FUNCAO.
           MOVE WRK-NUM-FATURA TO WRK-BOL-FATURA.
           MOVE ZEROS TO WRK-BOL-PARCELA.
           MOVE WRK-MATRICULA TO WRK-BOL-SACADO.
           MOVE WRK-DATASISTEMA TO WRK-BOL-EMISSAO.
           MOVE ZEROS TO WRK-BOL-VENCIMENTO.
           MOVE WRK-VALOR-MENS TO WRK-BOL-VALOR.
           CALL 'BOLETSRV' USING WRK-BOL-FUNCAO WRK-BOL-FATURA
              WRK-BOL-PARCELA WRK-BOL-SACADO WRK-BOL-EMISSAO
              WRK-BOL-VENCIMENTO WRK-BOL-VALOR WRK-BOL-NOSSONUM
              WRK-BOL-RESULTADO.
           IF WRK-BOL-RESULTADO = 'S'
              ADD 1 TO WRK-QTD-BOLETOS
           END-IF.

       0005-INADIMPLENCIA.
           MOVE ZEROS TO WRK-QTD-ATRASO.
                    END-IF
                 END-IF
           END-READ.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE 'FATCTRL.DAT' TO WRK-NOME-FATCTRL.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-NOME-FATCTRL WRK-CIA-VALIDO.
