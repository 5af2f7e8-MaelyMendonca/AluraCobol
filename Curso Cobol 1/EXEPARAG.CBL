             03 WRK-CC-LIQUIDO     PIC 9(10)V99.
       77 WRK-QTD-REMESSA           PIC 9(06)       VALUE ZEROS.
       77 WRK-TOT-REMESSA           PIC 9(13)V99    VALUE ZEROS.
       77 WRK-CIA-FUNCAO   PIC X(01)     VALUE SPACES.
       77 WRK-CIA-EMPRESA  PIC X(02)     VALUE '01'.
       77 WRK-CIA-BASENUM  PIC 9(08)     VALUE ZEROS.
       77 WRK-CIA-NOMEARQ  PIC X(12)     VALUE SPACES.
       77 WRK-CIA-VALIDO   PIC X(01)     VALUE 'N'.
       77 WRK-EMPRESA-FUNC PIC X(02)     VALUE SPACES.
       01 WRK-REM-HEADER.
          02 WRK-RH-TIPO           PIC X(01)       VALUE '0'.
          02 WRK-RH-DATA           PIC 9(08)       VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           PERFORM 0000-CONSULTAREMPRESA.
           PERFORM 0000-LERPARAMLOTE.
           IF WRK-NAOASSISTIDO = 'N'
              DISPLAY ' CODIGO DO OPERADOR?'
              MOVE ZEROS TO REG-FU-AGENCIA
              MOVE ZEROS TO REG-FU-CONTA
              MOVE SPACES TO REG-FU-CCUSTO
              MOVE SPACES TO REG-FU-CARGO
              MOVE WRK-CIA-EMPRESA TO REG-FU-EMPRESA
              WRITE REG-FUNCIONARIO
           END-IF.

              AT END
                 MOVE '10' TO WRK-FS-FUNCIONARIOS
              NOT AT END
                 MOVE REG-FU-EMPRESA TO WRK-EMPRESA-FUNC
                 IF WRK-EMPRESA-FUNC = SPACES
                    MOVE '01' TO WRK-EMPRESA-FUNC
                 END-IF
                 IF WRK-EMPRESA-FUNC = WRK-CIA-EMPRESA
                    EVALUATE TRUE
                       WHEN REG-FU-STATUS = 'D'
                          CONTINUE
                       WHEN REG-FU-ULT13ANO = WRK-ANOATUAL
                             AND REG-FU-ULT13PARC >= WRK-PARCELA13
                          MOVE SPACES TO WRK-LINHA
                          STRING REG-FU-MATRICULA ' ' REG-FU-NOME
                             ' 13O PARCELA ' WRK-PARCELA13
                             ' JA PAGA - IGNORADO'
                             DELIMITED BY SIZE INTO WRK-LINHA
                          WRITE REG-FOLHA FROM WRK-LINHA
                       WHEN OTHER
                          PERFORM 0000-CALCULAR13
                          PERFORM 0000-PAGAR13
                    END-EVALUATE
                 END-IF
           END-READ.

       0000-CALCULAR13.
              AT END
                 MOVE '10' TO WRK-FS-FUNCIONARIOS
              NOT AT END
                 MOVE REG-FU-EMPRESA TO WRK-EMPRESA-FUNC
                 IF WRK-EMPRESA-FUNC = SPACES
                    MOVE '01' TO WRK-EMPRESA-FUNC
                 END-IF
                 IF WRK-EMPRESA-FUNC = WRK-CIA-EMPRESA
                    MOVE SPACES TO WRK-LINHA-CSV
                    MOVE REG-FU-SALARIO TO WRK-SALARIO-CSV
                    STRING REG-FU-MATRICULA ';' REG-FU-NOME ';'
                       WRK-SALARIO-CSV ';' REG-FU-ULTANOPROC
                       DELIMITED BY SIZE INTO WRK-LINHA-CSV
                    WRITE REG-EXPORTACSV FROM WRK-LINHA-CSV
                 END-IF
           END-READ.

       0000-ESCREVERLINHAFOL.
              AT END
                 MOVE '10' TO WRK-FS-FUNCIONARIOS
              NOT AT END
                 MOVE REG-FU-EMPRESA TO WRK-EMPRESA-FUNC
                 IF WRK-EMPRESA-FUNC = SPACES
                    MOVE '01' TO WRK-EMPRESA-FUNC
                 END-IF
                 IF WRK-EMPRESA-FUNC = WRK-CIA-EMPRESA
                    IF REG-FU-STATUS = 'D'
                       ADD 1 TO WRK-QTD-DESLIG
                       MOVE SPACES TO WRK-LINHA
                       STRING REG-FU-MATRICULA ' ' REG-FU-NOME
                          ' DESLIGADO EM ' REG-FU-DATADEMISSAO
                          ' - NAO REAJUSTADO'
                          DELIMITED BY SIZE INTO WRK-LINHA
                       PERFORM 0000-ESCREVERLINHAFOL
                    ELSE
                    IF REG-FU-ULTANOPROC = WRK-ANOATUAL
                       MOVE REG-FU-MATRICULA TO WRK-MATRICULA
                       MOVE REG-FU-NOME      TO WRK-NOME
                       MOVE REG-FU-SALARIO   TO WRK-SALFINAL
                       CALL 'CALCLIQ' USING WRK-SALFINAL WRK-INSS
                          WRK-IRRF WRK-SALLIQUIDO WRK-QTDDEP
                          WRK-COMPZERO
                       MOVE SPACES TO WRK-LINHA
                       STRING REG-FU-MATRICULA ' ' REG-FU-NOME
                          ' JA PROCESSADO NESTE CICLO - REAJUSTE '
                          'IGNORADO'
                          DELIMITED BY SIZE INTO WRK-LINHA
                       PERFORM 0000-ESCREVERLINHAFOL
                       PERFORM 0000-GRAVARCONTRACHEQUE
                       PERFORM 0000-GRAVARREMESSA
                       PERFORM 0000-ACUMULARCUSTO
                    ELSE
                       MOVE REG-FU-MATRICULA TO WRK-MATRICULA
                       MOVE REG-FU-NOME      TO WRK-NOME
                       MOVE REG-FU-ANOENT    TO WRK-ANOENTRADA
                       MOVE REG-FU-MESENT    TO WRK-MESENTRADA
                       MOVE REG-FU-DIAENT    TO WRK-DIAENTRADA
                       MOVE REG-FU-SALARIO   TO WRK-SALARIO
                       MOVE 'S'              TO WRK-EXISTE
                       PERFORM 0200-PROCESSAR
                       MOVE SPACES TO WRK-LINHA
                       STRING REG-FU-MATRICULA ' ' REG-FU-NOME
                          ' SALANT=' WRK-SALARIO
                          ' PERC=' WRK-PERCENTUAL
                          ' SALNOVO=' WRK-SALFINAL
                          ' LIQUIDO=' WRK-SALLIQUIDO
                          DELIMITED BY SIZE INTO WRK-LINHA
                       PERFORM 0000-ESCREVERLINHAFOL
                       PERFORM 0000-GRAVARCONTRACHEQUE
                       PERFORM 0000-GRAVARREMESSA
                       PERFORM 0000-ACUMULARCUSTO
                       PERFORM 0000-GRAVARFUNCIONARIO
                       PERFORM 0000-GRAVARAUDITORIA
                       PERFORM 0000-GRAVARHISTSAL
                       ADD 1 TO WRK-QTD-FUNC
                    END-IF
                    END-IF
                 END-IF
           END-READ.

              WRK-QTD-DESLIG
              DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 0000-ESCREVERLINHAFOL.

       0000-CONSULTAREMPRESA.
           MOVE 'C' TO WRK-CIA-FUNCAO.
           MOVE SPACES TO WRK-CIA-NOMEARQ.
           CALL 'CIASRV' USING WRK-CIA-FUNCAO WRK-CIA-EMPRESA
              WRK-CIA-BASENUM WRK-CIA-NOMEARQ WRK-CIA-VALIDO.
