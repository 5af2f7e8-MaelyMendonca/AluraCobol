               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-MATRICULA
               FILE STATUS IS WRK-FS-FUNCANTIGO.
           SELECT ARQ-FUNCSEMCARGO ASSIGN TO "FUNCMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FS-MATRICULA
               FILE STATUS IS WRK-FS-FUNCANTIGO.
           SELECT ARQ-FUNCNOVO ASSIGN TO "FUNCMFNV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
          02 REG-FA-DATAENTRADA  PIC 9(08).
          02 REG-FA-SALARIO      PIC 9(07)V99.
          02 REG-FA-ULTANOPROC   PIC 9(04).
       FD ARQ-FUNCSEMCARGO.
       01 REG-FUNCSEMCARGO.
          02 REG-FS-MATRICULA    PIC X(06).
          02 REG-FS-NOME         PIC X(20).
          02 REG-FS-DATAENTRADA  PIC 9(08).
          02 REG-FS-SALARIO      PIC 9(07)V99.
          02 REG-FS-ULTANOPROC   PIC 9(04).
          02 REG-FS-STATUS       PIC X(01).
          02 REG-FS-DATADEMISSAO PIC 9(08).
          02 REG-FS-ULT13ANO     PIC 9(04).
          02 REG-FS-ULT13PARC    PIC 9(01).
          02 REG-FS-BANCO        PIC 9(03).
          02 REG-FS-AGENCIA      PIC 9(04).
          02 REG-FS-CONTA        PIC 9(08).
          02 REG-FS-CCUSTO       PIC X(04).
       FD ARQ-FUNCNOVO.
       01 REG-FUNCIONARIO.
       COPY FUNCREG.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-QTD-LIDOS    PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-GRAVADOS PIC 9(06)     VALUE ZEROS.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'CONVERSAO DO CADASTRO DE FUNCIONARIOS PARA O'.
           DISPLAY 'NOVO LAYOUT. CADA OPCAO LE FUNCMF.DAT EM UM'.
           DISPLAY 'LAYOUT ANTIGO E GRAVA FUNCMFNV.DAT NO LAYOUT'.
           DISPLAY 'NOVO. APOS CONFERIR OS TOTAIS, SUBSTITUA'.
           DISPLAY 'FUNCMF.DAT PELO FUNCMFNV.DAT GERADO.'.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'LAYOUT ATUAL DO FUNCMF.DAT'.
           DISPLAY ' 1 - ORIGINAL (SEM STATUS, 13O, BANCO E CENTRO'.
           DISPLAY '     DE CUSTO)'.
           DISPLAY ' 2 - COM CENTRO DE CUSTO, SEM CARGO'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-GRAVADOS.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 PERFORM 0003-CONVERTERORIGINAL
              WHEN '2'
                 PERFORM 0004-CONVERTERSEMCARGO
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
           IF WRK-OPCAO = '1' OR WRK-OPCAO = '2'
              PERFORM 0000-RESUMO
           END-IF.

       0000-RESUMO.
           DISPLAY 'REGISTROS LIDOS ....... ' WRK-QTD-LIDOS.
           DISPLAY 'REGISTROS CONVERTIDOS . ' WRK-QTD-GRAVADOS.
           MOVE 'FUNCCONV' TO WRK-LOG-PROGRAMA.
           STRING 'CONVERSAO DE FUNCMF GRAVOU '
              WRK-QTD-GRAVADOS ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.

       0003-CONVERTERORIGINAL.
           OPEN INPUT ARQ-FUNCANTIGO.
           IF WRK-FS-FUNCANTIGO NOT = '00'
              DISPLAY 'FUNCMF.DAT NAO ENCONTRADO OU EM OUTRO '
                 'LAYOUT (STATUS ' WRK-FS-FUNCANTIGO ').'
           ELSE
              OPEN OUTPUT ARQ-FUNCNOVO
              MOVE SPACES TO REG-FA-MATRICULA
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-FUNCANTIGO
              END-START
              PERFORM 0000-CONVERTERFUNC
                 UNTIL WRK-FS-FUNCANTIGO = '10'
              CLOSE ARQ-FUNCNOVO
              CLOSE ARQ-FUNCANTIGO
           END-IF.

       0000-CONVERTERFUNC.
           READ ARQ-FUNCANTIGO NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FUNCANTIGO
                 MOVE ZEROS              TO REG-FU-AGENCIA
                 MOVE ZEROS              TO REG-FU-CONTA
                 MOVE SPACES             TO REG-FU-CCUSTO
                 MOVE SPACES             TO REG-FU-CARGO
                 MOVE SPACES             TO REG-FU-EMPRESA
                 PERFORM 0000-GRAVARNOVO
           END-READ.

       0004-CONVERTERSEMCARGO.
           OPEN INPUT ARQ-FUNCSEMCARGO.
           IF WRK-FS-FUNCANTIGO NOT = '00'
              DISPLAY 'FUNCMF.DAT NAO ENCONTRADO OU EM OUTRO '
                 'LAYOUT (STATUS ' WRK-FS-FUNCANTIGO ').'
           ELSE
              OPEN OUTPUT ARQ-FUNCNOVO
              MOVE SPACES TO REG-FS-MATRICULA
              START ARQ-FUNCSEMCARGO KEY IS NOT LESS THAN
                    REG-FS-MATRICULA
                 INVALID KEY
                    MOVE '10' TO WRK-FS-FUNCANTIGO
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-FUNCANTIGO
              END-START
              PERFORM 0000-CONVERTERSEMCARGO
                 UNTIL WRK-FS-FUNCANTIGO = '10'
              CLOSE ARQ-FUNCNOVO
              CLOSE ARQ-FUNCSEMCARGO
           END-IF.

       0000-CONVERTERSEMCARGO.
           READ ARQ-FUNCSEMCARGO NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-FUNCANTIGO
              NOT AT END
                 ADD 1 TO WRK-QTD-LIDOS
                 MOVE REG-FS-MATRICULA   TO REG-FU-MATRICULA
                 MOVE REG-FS-NOME        TO REG-FU-NOME
                 MOVE REG-FS-DATAENTRADA TO REG-FU-DATAENTRADA
                 MOVE REG-FS-SALARIO     TO REG-FU-SALARIO
                 MOVE REG-FS-ULTANOPROC  TO REG-FU-ULTANOPROC
                 MOVE REG-FS-STATUS      TO REG-FU-STATUS
                 MOVE REG-FS-DATADEMISSAO TO REG-FU-DATADEMISSAO
                 MOVE REG-FS-ULT13ANO    TO REG-FU-ULT13ANO
                 MOVE REG-FS-ULT13PARC   TO REG-FU-ULT13PARC
                 MOVE REG-FS-BANCO       TO REG-FU-BANCO
                 MOVE REG-FS-AGENCIA     TO REG-FU-AGENCIA
                 MOVE REG-FS-CONTA       TO REG-FU-CONTA
                 MOVE REG-FS-CCUSTO      TO REG-FU-CCUSTO
                 MOVE SPACES             TO REG-FU-CARGO
                 MOVE SPACES             TO REG-FU-EMPRESA
                 PERFORM 0000-GRAVARNOVO
           END-READ.

       0000-GRAVARNOVO.
           WRITE REG-FUNCIONARIO
              INVALID KEY
                 DISPLAY 'MATRICULA DUPLICADA NA CONVERSAO: '
                    REG-FU-MATRICULA
              NOT INVALID KEY
                 ADD 1 TO WRK-QTD-GRAVADOS
           END-WRITE.
