       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIASRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPRESAS ASSIGN TO "CIAMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CI-CODIGO
               FILE STATUS IS WRK-FS-EMPRESAS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-EMPRESAS.
       01 REG-EMPRESA.
       COPY CIAREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPRESAS    PIC X(02)   VALUE ZEROS.
       77 WRK-SESSAO-ATIVA   PIC X(01)   VALUE 'N'.
       77 WRK-SESSAO-EMPRESA PIC X(02)   VALUE '01'.
       77 WRK-SESSAO-BASE    PIC 9(08)   VALUE ZEROS.
       77 WRK-BUSCA-EMPRESA  PIC X(02)   VALUE SPACES.
       77 WRK-BUSCA-BASE     PIC 9(08)   VALUE ZEROS.
       77 WRK-BUSCA-OK       PIC X(01)   VALUE 'N'.
       77 WRK-RAIZ           PIC X(06)   VALUE SPACES.
       77 WRK-EXTENSAO       PIC X(03)   VALUE SPACES.
       LINKAGE SECTION.
       01 LNK-FUNCAO              PIC X(01).
       01 LNK-EMPRESA             PIC X(02).
       01 LNK-BASENUM             PIC 9(08).
       01 LNK-NOMEARQ             PIC X(12).
       01 LNK-VALIDO              PIC X(01).

       PROCEDURE DIVISION USING LNK-FUNCAO LNK-EMPRESA LNK-BASENUM
           LNK-NOMEARQ LNK-VALIDO.
       0001-PRINCIPAL.
           MOVE 'N' TO LNK-VALIDO.
           EVALUATE LNK-FUNCAO
              WHEN 'A'
                 PERFORM 0002-ATIVAREMPRESA
              WHEN 'C'
                 PERFORM 0003-CONSULTAREMPRESA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           GOBACK.

       0002-ATIVAREMPRESA.
           IF LNK-EMPRESA = SPACES
              MOVE '01' TO LNK-EMPRESA
           END-IF.
           MOVE LNK-EMPRESA TO WRK-BUSCA-EMPRESA.
           PERFORM 0000-LEREMPRESA.
           IF WRK-BUSCA-OK = 'S'
              MOVE 'S' TO WRK-SESSAO-ATIVA
              MOVE WRK-BUSCA-EMPRESA TO WRK-SESSAO-EMPRESA
              MOVE WRK-BUSCA-BASE TO WRK-SESSAO-BASE
              MOVE WRK-SESSAO-BASE TO LNK-BASENUM
              MOVE 'S' TO LNK-VALIDO
           END-IF.

       0003-CONSULTAREMPRESA.
           IF WRK-SESSAO-ATIVA = 'N'
              MOVE '01' TO WRK-BUSCA-EMPRESA
              PERFORM 0000-LEREMPRESA
              MOVE 'S' TO WRK-SESSAO-ATIVA
              MOVE '01' TO WRK-SESSAO-EMPRESA
              MOVE WRK-BUSCA-BASE TO WRK-SESSAO-BASE
           END-IF.
           MOVE WRK-SESSAO-EMPRESA TO LNK-EMPRESA.
           MOVE WRK-SESSAO-BASE TO LNK-BASENUM.
           MOVE 'S' TO LNK-VALIDO.
           IF LNK-NOMEARQ NOT = SPACES
                 AND WRK-SESSAO-EMPRESA NOT = '01'
              MOVE SPACES TO WRK-RAIZ WRK-EXTENSAO
              UNSTRING LNK-NOMEARQ DELIMITED BY '.'
                 INTO WRK-RAIZ WRK-EXTENSAO
              END-UNSTRING
              IF WRK-EXTENSAO = SPACES
                 MOVE 'DAT' TO WRK-EXTENSAO
              END-IF
              MOVE SPACES TO LNK-NOMEARQ
              STRING WRK-RAIZ DELIMITED BY SPACE
                 WRK-SESSAO-EMPRESA '.' WRK-EXTENSAO
                 DELIMITED BY SIZE INTO LNK-NOMEARQ
              END-STRING
           END-IF.

       0000-LEREMPRESA.
           MOVE 'N' TO WRK-BUSCA-OK.
           MOVE ZEROS TO WRK-BUSCA-BASE.
           OPEN INPUT ARQ-EMPRESAS.
           IF WRK-FS-EMPRESAS NOT = '00'
              IF WRK-BUSCA-EMPRESA = '01'
                 MOVE 'S' TO WRK-BUSCA-OK
              END-IF
           ELSE
              MOVE WRK-BUSCA-EMPRESA TO REG-CI-CODIGO
              READ ARQ-EMPRESAS
                 INVALID KEY
                    IF WRK-BUSCA-EMPRESA = '01'
                       MOVE 'S' TO WRK-BUSCA-OK
                    END-IF
                 NOT INVALID KEY
                    IF REG-CI-STATUS NOT = 'I'
                       MOVE 'S' TO WRK-BUSCA-OK
                       MOVE REG-CI-BASENUM TO WRK-BUSCA-BASE
                    END-IF
              END-READ
              CLOSE ARQ-EMPRESAS
           END-IF.
