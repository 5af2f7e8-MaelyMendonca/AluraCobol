           SELECT ARQ-IRRFVER ASSIGN TO "IRRFVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IRRFVER.
           SELECT ARQ-FISCPARM ASSIGN TO "FISCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FISCPARM.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-UFPARM.
          02 REG-PAR-FREQ     PIC 9(03)V99.
          02 REG-PAR-QTDNOTAS PIC 9(02).
          02 REG-PAR-PESO     PIC 9(02)V99 OCCURS 4 TIMES.
       FD ARQ-FISCPARM.
       01 REG-FISCPARM.
          02 REG-FP-UF        PIC X(02).
          02 REG-FP-CNPJ      PIC 9(14).
          02 REG-FP-IE        PIC X(14).
       WORKING-STORAGE SECTION.
       77 WRK-FS-UFPARM    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-FAIXAS    PIC X(02)     VALUE ZEROS.
             03 WRK-FXVER-VALFIM  PIC 9(07)V99.
             03 WRK-FXVER-PERC    PIC 9(02)V99.
             03 WRK-FXVER-PARCELA PIC 9(06)V99.
       77 WRK-FS-FISCPARM  PIC X(02)     VALUE ZEROS.
       01 WRK-FISCPARM.
          02 WRK-FP-UF       PIC X(02).
          02 WRK-FP-CNPJ     PIC 9(14).
          02 WRK-FP-IE       PIC X(14).
       01 WRK-CTR-TAB.
          02 WRK-CTR-ITEM OCCURS 20 TIMES.
             03 WRK-CTR-CLIENTE PIC X(05).
              '(OCORTAB)'.
           DISPLAY ' 7 - TABELA DE INSS POR VIGENCIA (INSSVER)'.
           DISPLAY ' 8 - TABELA DE IRRF POR VIGENCIA (IRRFVER)'.
           DISPLAY ' 9 - DADOS FISCAIS DO EMITENTE (FISCPARM)'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
                 PERFORM 0700-MANTERINSSVER
              WHEN '8'
                 PERFORM 0800-MANTERIRRFVER
              WHEN '9'
                 PERFORM 0900-MANTERFISCPARM
              WHEN '0'
                 CONTINUE
              WHEN OTHER
              END-IF
              MOVE WRK-FXVER-VALFIM(WRK-IDX) TO WRK-VALFIM-ANT
           END-PERFORM.

       0900-MANTERFISCPARM.
           MOVE SPACES TO WRK-FP-UF WRK-FP-IE.
           MOVE ZEROS TO WRK-FP-CNPJ.
           OPEN INPUT ARQ-FISCPARM.
           IF WRK-FS-FISCPARM = '00'
              READ ARQ-FISCPARM
                 NOT AT END
                    MOVE REG-FISCPARM TO WRK-FISCPARM
              END-READ
              CLOSE ARQ-FISCPARM
           END-IF.
           DISPLAY 'ATUAL: UF=' WRK-FP-UF
              ' CNPJ=' WRK-FP-CNPJ
              ' IE=' WRK-FP-IE.
           MOVE WRK-FISCPARM TO WRK-IMAGEM-ANTES.
           DISPLAY ' UF DO ESTABELECIMENTO EMITENTE?'.
           ACCEPT WRK-FP-UF.
           DISPLAY ' CNPJ DO EMITENTE (14 DIGITOS)?'.
           ACCEPT WRK-FP-CNPJ.
           DISPLAY ' INSCRICAO ESTADUAL?'.
           ACCEPT WRK-FP-IE.
           MOVE 'S' TO WRK-VALIDO.
           IF WRK-FP-UF = SPACES OR WRK-FP-CNPJ = 0
              MOVE 'N' TO WRK-VALIDO
           END-IF.
           IF WRK-VALIDO = 'N'
              DISPLAY 'PARAMETROS INVALIDOS, ALTERACAO '
                 'DESCARTADA.'
           ELSE
              OPEN OUTPUT ARQ-FISCPARM
              MOVE WRK-FISCPARM TO REG-FISCPARM
              WRITE REG-FISCPARM
              CLOSE ARQ-FISCPARM
              MOVE WRK-FISCPARM TO WRK-IMAGEM-DEPOIS
              STRING 'FISCPARM ANTES=' WRK-IMAGEM-ANTES(1:16)
                 ' DEPOIS=' WRK-IMAGEM-DEPOIS(1:16)
                 ' OPER=' WRK-OPERADOR
                 DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
              CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                 WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE
              DISPLAY 'DADOS FISCAIS GRAVADOS.'
           END-IF.
