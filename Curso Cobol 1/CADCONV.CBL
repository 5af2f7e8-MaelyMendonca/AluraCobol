       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCONV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CLIANTIGO ASSIGN TO "CLIMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OC-COD
               FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-CLINOVO ASSIGN TO "CLIMFNV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CL-COD
               FILE STATUS IS WRK-FS-NOVO.
           SELECT ARQ-ALUANTIGO ASSIGN TO "ALUNOMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OA-MATRICULA
               FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-ALUNOVO ASSIGN TO "ALUNOMNV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-AL-MATRICULA
               FILE STATUS IS WRK-FS-NOVO.
           SELECT ARQ-PEDANTIGO ASSIGN TO "PEDIDMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OP-NUMERO
               FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-PEDNOVO ASSIGN TO "PEDIDMNV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-PE-NUMERO
               FILE STATUS IS WRK-FS-NOVO.
           SELECT ARQ-FATANTIGO ASSIGN TO "FATURMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OF-NUMERO
               FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-FATNOVO ASSIGN TO "FATURMNV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-FA-NUMERO
               FILE STATUS IS WRK-FS-NOVO.
           SELECT ARQ-OPEANTIGO ASSIGN TO "OPERMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OO-ID
               FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-OPENOVO ASSIGN TO "OPERMFNV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OP-ID
               FILE STATUS IS WRK-FS-NOVO.
           SELECT ARQ-ORDANTIGO ASSIGN TO "OSMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OD-NUMERO
               FILE STATUS IS WRK-FS-ANTIGO.
           SELECT ARQ-ORDNOVO ASSIGN TO "OSMFNV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-OS-NUMERO
               FILE STATUS IS WRK-FS-NOVO.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-CLIANTIGO.
       01 REG-CLIANTIGO.
          02 REG-OC-COD         PIC X(05).
          02 REG-OC-NOME        PIC X(30).
          02 REG-OC-UF          PIC X(02).
          02 REG-OC-STATUS      PIC X(01).
          02 REG-OC-LIMITE      PIC 9(08)V99.
          02 REG-OC-REDIRECIONA PIC X(05).
       FD ARQ-CLINOVO.
       01 REG-CLIENTE.
       COPY CLIREG.
       FD ARQ-ALUANTIGO.
       01 REG-ALUANTIGO.
          02 REG-OA-MATRICULA   PIC X(08).
          02 REG-OA-NOME        PIC X(30).
          02 REG-OA-TURMA       PIC X(06).
          02 REG-OA-STATUS      PIC X(01).
       FD ARQ-ALUNOVO.
       01 REG-ALUNO.
       COPY ALUNREG.
       FD ARQ-PEDANTIGO.
       01 REG-PEDANTIGO.
          02 REG-OP-NUMERO      PIC 9(08).
          02 REG-OP-DATA        PIC 9(08).
          02 REG-OP-UF          PIC X(02).
          02 REG-OP-CEP         PIC 9(08).
          02 REG-OP-QTDITENS    PIC 9(02).
          02 REG-OP-VALOR       PIC 9(08)V99.
          02 REG-OP-FRETE       PIC 9(08)V99.
          02 REG-OP-PRAZO       PIC 9(02).
          02 REG-OP-CUPOM       PIC X(08).
          02 REG-OP-MOEDA       PIC X(03).
          02 REG-OP-OPERADOR    PIC X(08).
          02 REG-OP-STATUS      PIC X(01).
          02 REG-OP-SITENTREGA  PIC X(01).
          02 REG-OP-TRANSP      PIC X(03).
          02 REG-OP-DATAPROMET  PIC 9(08).
          02 REG-OP-DATAEMB     PIC 9(08).
          02 REG-OP-DATAENTREGA PIC 9(08).
          02 REG-OP-CLIENTE     PIC X(05).
          02 REG-OP-MOTCANC     PIC X(02).
          02 REG-OP-DATACANC    PIC 9(08).
          02 REG-OP-OPERCANC    PIC X(08).
          02 REG-OP-ORIGTAXA    PIC X(01).
          02 REG-OP-SEGURO      PIC 9(08)V99.
          02 REG-OP-FILIAL      PIC X(02).
       FD ARQ-PEDNOVO.
       01 REG-PEDIDO.
       COPY PEDIREG.
       FD ARQ-FATANTIGO.
       01 REG-FATANTIGO.
          02 REG-OF-NUMERO      PIC 9(08).
          02 REG-OF-PEDIDO      PIC 9(08).
          02 REG-OF-DATA        PIC 9(08).
          02 REG-OF-UF          PIC X(02).
          02 REG-OF-VALOR       PIC 9(08)V99.
          02 REG-OF-FRETE       PIC 9(08)V99.
          02 REG-OF-ICMS        PIC 9(08)V99.
          02 REG-OF-TOTAL       PIC 9(09)V99.
          02 REG-OF-STATUS      PIC X(01).
          02 REG-OF-DATAPAGTO   PIC 9(08).
          02 REG-OF-VALORPAGO   PIC 9(09)V99.
          02 REG-OF-CLIENTE     PIC X(05).
          02 REG-OF-ENCARGOS    PIC 9(08)V99.
          02 REG-OF-TIPO        PIC X(01).
          02 REG-OF-REFERENCIA  PIC 9(08).
          02 REG-OF-MOEDA       PIC X(03).
          02 REG-OF-SEGURO      PIC 9(08)V99.
          02 REG-OF-ORIGEM      PIC X(01).
          02 REG-OF-ALUNO       PIC X(08).
          02 REG-OF-FILIAL      PIC X(02).
          02 REG-OF-ISENJUROS   PIC X(01).
       FD ARQ-FATNOVO.
       01 REG-FATURA.
       COPY FATREG.
       FD ARQ-OPEANTIGO.
       01 REG-OPEANTIGO.
          02 REG-OO-ID          PIC X(08).
          02 REG-OO-NOME        PIC X(20).
          02 REG-OO-SENHA       PIC X(08).
          02 REG-OO-PERFIL      PIC X(01).
       FD ARQ-OPENOVO.
       01 REG-OPERADOR.
       COPY OPERREG.
       FD ARQ-ORDANTIGO.
       01 REG-ORDANTIGO.
          02 REG-OD-NUMERO      PIC 9(08).
          02 REG-OD-ORCAMENTO   PIC 9(08).
          02 REG-OD-DATA        PIC 9(08).
          02 REG-OD-CLIENTE     PIC X(05).
          02 REG-OD-MATERIAL    PIC X(04).
          02 REG-OD-AREA        PIC 9(05)V9999.
          02 REG-OD-PERIMETRO   PIC 9(05)V9999.
          02 REG-OD-VALOR       PIC 9(08)V99.
          02 REG-OD-STATUS      PIC X(01).
       FD ARQ-ORDNOVO.
       01 REG-ORDEM.
       COPY OSREG.
       WORKING-STORAGE SECTION.
       01 WRK-DATASISTEMA.
          02 WRK-ANOSISTEMA   PIC 9(04).
          02 WRK-MESSISTEMA   PIC 9(02).
          02 WRK-DIASISTEMA   PIC 9(02).
       77 WRK-FS-ANTIGO    PIC X(02)     VALUE ZEROS.
       77 WRK-FS-NOVO      PIC X(02)     VALUE ZEROS.
       77 WRK-LOG-PROGRAMA PIC X(08)     VALUE SPACES.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE PIC X(01)   VALUE 'I'.
       77 WRK-OPCAO        PIC X(01)     VALUE SPACES.
       77 WRK-QTD-LIDOS    PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-GRAVADOS PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-SEMSENHA PIC 9(06)     VALUE ZEROS.
       77 WRK-NOME-ARQ     PIC X(12)     VALUE SPACES.
       77 WRK-IDX          PIC 9(02)     VALUE ZEROS.
       77 WRK-CRIPTO       PIC X(16)     VALUE SPACES.

       PROCEDURE DIVISION.

       0001-EXECUTAR.
           ACCEPT WRK-DATASISTEMA FROM DATE YYYYMMDD.
           DISPLAY ' CODIGO DO OPERADOR?'.
           ACCEPT WRK-OPERADOR.
           DISPLAY 'CONVERSAO DOS CADASTROS PARA O LAYOUT ATUAL'.
           DISPLAY '(CAMPOS DE EMPRESA, INATIVACAO, FISCAIS, CARGA,'.
           DISPLAY 'SEGURANCA DE SENHAS E CUSTOS DAS ORDENS DE'.
           DISPLAY 'SERVICO). CADA OPCAO LE O ARQUIVO NO'.
           DISPLAY 'LAYOUT ANTERIOR E GRAVA UMA COPIA *NV NO LAYOUT'.
           DISPLAY 'ATUAL; APOS CONFERIR OS TOTAIS, SUBSTITUA O'.
           DISPLAY 'ARQUIVO ORIGINAL PELA COPIA GERADA.'.
           MOVE SPACES TO WRK-OPCAO.
           PERFORM 0002-MENU UNTIL WRK-OPCAO = '0'.
           GOBACK.

       0002-MENU.
           DISPLAY ' '.
           DISPLAY 'CONVERSAO DOS CADASTROS PARA O LAYOUT ATUAL'.
           DISPLAY ' 1 - CLIENTES (CLIMF -> CLIMFNV)'.
           DISPLAY ' 2 - ALUNOS (ALUNOMF -> ALUNOMNV)'.
           DISPLAY ' 3 - PEDIDOS (PEDIDMF -> PEDIDMNV)'.
           DISPLAY ' 4 - FATURAS (FATURMF -> FATURMNV)'.
           DISPLAY ' 5 - OPERADORES (OPERMF -> OPERMFNV)'.
           DISPLAY ' 6 - ORDENS DE SERVICO (OSMF -> OSMFNV)'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-GRAVADOS
              WRK-QTD-SEMSENHA.
           EVALUATE WRK-OPCAO
              WHEN '1'
                 MOVE 'CLIMF' TO WRK-NOME-ARQ
                 PERFORM 0003-CONVERTERCLIENTES
              WHEN '2'
                 MOVE 'ALUNOMF' TO WRK-NOME-ARQ
                 PERFORM 0004-CONVERTERALUNOS
              WHEN '3'
                 MOVE 'PEDIDMF' TO WRK-NOME-ARQ
                 PERFORM 0005-CONVERTERPEDIDOS
              WHEN '4'
                 MOVE 'FATURMF' TO WRK-NOME-ARQ
                 PERFORM 0006-CONVERTERFATURAS
              WHEN '5'
                 MOVE 'OPERMF' TO WRK-NOME-ARQ
                 PERFORM 0007-CONVERTEROPERADORES
              WHEN '6'
                 MOVE 'OSMF' TO WRK-NOME-ARQ
                 PERFORM 0008-CONVERTERORDENS
              WHEN '0'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.
           IF WRK-OPCAO >= '1' AND WRK-OPCAO <= '6'
              PERFORM 0000-RESUMO
           END-IF.

       0000-RESUMO.
           DISPLAY 'REGISTROS LIDOS ....... ' WRK-QTD-LIDOS.
           DISPLAY 'REGISTROS CONVERTIDOS . ' WRK-QTD-GRAVADOS.
           IF WRK-QTD-SEMSENHA > 0
              DISPLAY 'OPERADORES SEM SENHA .. ' WRK-QTD-SEMSENHA
                 ' (REDEFINIR NA MANUTENCAO DE OPERADORES)'
           END-IF.
           MOVE 'CADCONV' TO WRK-LOG-PROGRAMA.
           MOVE SPACES TO WRK-LOG-MENSAGEM.
           STRING 'CONVERSAO DE ' WRK-NOME-ARQ ' GRAVOU '
              WRK-QTD-GRAVADOS ' OPERADOR=' WRK-OPERADOR
              DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM.
           CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
              WRK-LOG-MENSAGEM WRK-LOG-SEVERIDADE.

       0003-CONVERTERCLIENTES.
           OPEN INPUT ARQ-CLIANTIGO.
           IF WRK-FS-ANTIGO NOT = '00'
              DISPLAY 'CLIMF.DAT NAO ENCONTRADO OU JA NO LAYOUT '
                 'ATUAL (STATUS ' WRK-FS-ANTIGO ').'
           ELSE
              OPEN OUTPUT ARQ-CLINOVO
              MOVE LOW-VALUES TO REG-OC-COD
              START ARQ-CLIANTIGO KEY IS NOT LESS THAN REG-OC-COD
                 INVALID KEY
                    MOVE '10' TO WRK-FS-ANTIGO
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-ANTIGO
              END-START
              PERFORM 0000-PASSARCLIENTE
                 UNTIL WRK-FS-ANTIGO = '10'
              CLOSE ARQ-CLINOVO
              CLOSE ARQ-CLIANTIGO
           END-IF.

       0000-PASSARCLIENTE.
           READ ARQ-CLIANTIGO NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ANTIGO
              NOT AT END
                 ADD 1 TO WRK-QTD-LIDOS
                 MOVE REG-OC-COD        TO REG-CL-COD
                 MOVE REG-OC-NOME       TO REG-CL-NOME
                 MOVE REG-OC-UF         TO REG-CL-UF
                 MOVE REG-OC-STATUS     TO REG-CL-STATUS
                 MOVE REG-OC-LIMITE     TO REG-CL-LIMITE
                 MOVE REG-OC-REDIRECIONA TO REG-CL-REDIRECIONA
                 MOVE ZEROS             TO REG-CL-DATAINATIVO
                 WRITE REG-CLIENTE
                    INVALID KEY
                       DISPLAY 'CLIENTE DUPLICADO NA CONVERSAO: '
                          REG-CL-COD
                    NOT INVALID KEY
                       ADD 1 TO WRK-QTD-GRAVADOS
                 END-WRITE
           END-READ.

       0004-CONVERTERALUNOS.
           OPEN INPUT ARQ-ALUANTIGO.
           IF WRK-FS-ANTIGO NOT = '00'
              DISPLAY 'ALUNOMF.DAT NAO ENCONTRADO OU JA NO LAYOUT '
                 'ATUAL (STATUS ' WRK-FS-ANTIGO ').'
           ELSE
              OPEN OUTPUT ARQ-ALUNOVO
              MOVE LOW-VALUES TO REG-OA-MATRICULA
              START ARQ-ALUANTIGO KEY IS NOT LESS THAN
                    REG-OA-MATRICULA
                 INVALID KEY
                    MOVE '10' TO WRK-FS-ANTIGO
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-ANTIGO
              END-START
              PERFORM 0000-PASSARALUNO
                 UNTIL WRK-FS-ANTIGO = '10'
              CLOSE ARQ-ALUNOVO
              CLOSE ARQ-ALUANTIGO
           END-IF.

       0000-PASSARALUNO.
           READ ARQ-ALUANTIGO NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ANTIGO
              NOT AT END
                 ADD 1 TO WRK-QTD-LIDOS
                 MOVE REG-OA-MATRICULA  TO REG-AL-MATRICULA
                 MOVE REG-OA-NOME       TO REG-AL-NOME
                 MOVE REG-OA-TURMA      TO REG-AL-TURMA
                 MOVE REG-OA-STATUS     TO REG-AL-STATUS
                 MOVE ZEROS             TO REG-AL-DATAINATIVO
                 WRITE REG-ALUNO
                    INVALID KEY
                       DISPLAY 'ALUNO DUPLICADO NA CONVERSAO: '
                          REG-AL-MATRICULA
                    NOT INVALID KEY
                       ADD 1 TO WRK-QTD-GRAVADOS
                 END-WRITE
           END-READ.

       0005-CONVERTERPEDIDOS.
           OPEN INPUT ARQ-PEDANTIGO.
           IF WRK-FS-ANTIGO NOT = '00'
              DISPLAY 'PEDIDMF.DAT NAO ENCONTRADO OU JA NO LAYOUT '
                 'ATUAL (STATUS ' WRK-FS-ANTIGO ').'
           ELSE
              OPEN OUTPUT ARQ-PEDNOVO
              MOVE ZEROS TO REG-OP-NUMERO
              START ARQ-PEDANTIGO KEY IS NOT LESS THAN
                    REG-OP-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-ANTIGO
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-ANTIGO
              END-START
              PERFORM 0000-PASSARPEDIDO
                 UNTIL WRK-FS-ANTIGO = '10'
              CLOSE ARQ-PEDNOVO
              CLOSE ARQ-PEDANTIGO
           END-IF.

       0000-PASSARPEDIDO.
           READ ARQ-PEDANTIGO NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ANTIGO
              NOT AT END
                 ADD 1 TO WRK-QTD-LIDOS
                 MOVE REG-OP-NUMERO      TO REG-PE-NUMERO
                 MOVE REG-OP-DATA        TO REG-PE-DATA
                 MOVE REG-OP-UF          TO REG-PE-UF
                 MOVE REG-OP-CEP         TO REG-PE-CEP
                 MOVE REG-OP-QTDITENS    TO REG-PE-QTDITENS
                 MOVE REG-OP-VALOR       TO REG-PE-VALOR
                 MOVE REG-OP-FRETE       TO REG-PE-FRETE
                 MOVE REG-OP-PRAZO       TO REG-PE-PRAZO
                 MOVE REG-OP-CUPOM       TO REG-PE-CUPOM
                 MOVE REG-OP-MOEDA       TO REG-PE-MOEDA
                 MOVE REG-OP-OPERADOR    TO REG-PE-OPERADOR
                 MOVE REG-OP-STATUS      TO REG-PE-STATUS
                 MOVE REG-OP-SITENTREGA  TO REG-PE-SITENTREGA
                 MOVE REG-OP-TRANSP      TO REG-PE-TRANSP
                 MOVE REG-OP-DATAPROMET  TO REG-PE-DATAPROMET
                 MOVE REG-OP-DATAEMB     TO REG-PE-DATAEMB
                 MOVE REG-OP-DATAENTREGA TO REG-PE-DATAENTREGA
                 MOVE REG-OP-CLIENTE     TO REG-PE-CLIENTE
                 MOVE REG-OP-MOTCANC     TO REG-PE-MOTCANC
                 MOVE REG-OP-DATACANC    TO REG-PE-DATACANC
                 MOVE REG-OP-OPERCANC    TO REG-PE-OPERCANC
                 MOVE REG-OP-ORIGTAXA    TO REG-PE-ORIGTAXA
                 MOVE REG-OP-SEGURO      TO REG-PE-SEGURO
                 MOVE REG-OP-FILIAL      TO REG-PE-FILIAL
                 MOVE ZEROS              TO REG-PE-PESO
                 MOVE ZEROS              TO REG-PE-VIAGEM
                 MOVE ZEROS              TO REG-PE-SEQENDER
                 MOVE SPACES             TO REG-PE-EMPRESA
                 WRITE REG-PEDIDO
                    INVALID KEY
                       DISPLAY 'PEDIDO DUPLICADO NA CONVERSAO: '
                          REG-PE-NUMERO
                    NOT INVALID KEY
                       ADD 1 TO WRK-QTD-GRAVADOS
                 END-WRITE
           END-READ.

       0006-CONVERTERFATURAS.
           OPEN INPUT ARQ-FATANTIGO.
           IF WRK-FS-ANTIGO NOT = '00'
              DISPLAY 'FATURMF.DAT NAO ENCONTRADO OU JA NO LAYOUT '
                 'ATUAL (STATUS ' WRK-FS-ANTIGO ').'
           ELSE
              OPEN OUTPUT ARQ-FATNOVO
              MOVE ZEROS TO REG-OF-NUMERO
              START ARQ-FATANTIGO KEY IS NOT LESS THAN
                    REG-OF-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-ANTIGO
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-ANTIGO
              END-START
              PERFORM 0000-PASSARFATURA
                 UNTIL WRK-FS-ANTIGO = '10'
              CLOSE ARQ-FATNOVO
              CLOSE ARQ-FATANTIGO
           END-IF.

       0000-PASSARFATURA.
           READ ARQ-FATANTIGO NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ANTIGO
              NOT AT END
                 ADD 1 TO WRK-QTD-LIDOS
                 MOVE REG-OF-NUMERO      TO REG-FA-NUMERO
                 MOVE REG-OF-PEDIDO      TO REG-FA-PEDIDO
                 MOVE REG-OF-DATA        TO REG-FA-DATA
                 MOVE REG-OF-UF          TO REG-FA-UF
                 MOVE REG-OF-VALOR       TO REG-FA-VALOR
                 MOVE REG-OF-FRETE       TO REG-FA-FRETE
                 MOVE REG-OF-ICMS        TO REG-FA-ICMS
                 MOVE REG-OF-TOTAL       TO REG-FA-TOTAL
                 MOVE REG-OF-STATUS      TO REG-FA-STATUS
                 MOVE REG-OF-DATAPAGTO   TO REG-FA-DATAPAGTO
                 MOVE REG-OF-VALORPAGO   TO REG-FA-VALORPAGO
                 MOVE REG-OF-CLIENTE     TO REG-FA-CLIENTE
                 MOVE REG-OF-ENCARGOS    TO REG-FA-ENCARGOS
                 MOVE REG-OF-TIPO        TO REG-FA-TIPO
                 MOVE REG-OF-REFERENCIA  TO REG-FA-REFERENCIA
                 MOVE REG-OF-MOEDA       TO REG-FA-MOEDA
                 MOVE REG-OF-SEGURO      TO REG-FA-SEGURO
                 MOVE REG-OF-ORIGEM      TO REG-FA-ORIGEM
                 MOVE REG-OF-ALUNO       TO REG-FA-ALUNO
                 MOVE REG-OF-FILIAL      TO REG-FA-FILIAL
                 MOVE REG-OF-ISENJUROS   TO REG-FA-ISENJUROS
                 MOVE SPACES             TO REG-FA-SITFISCAL
                 MOVE ZEROS              TO REG-FA-LOTEFISCAL
                 MOVE SPACES             TO REG-FA-CODREJ
                 MOVE SPACES             TO REG-FA-MOTPERDA
                 MOVE ZEROS              TO REG-FA-DATAPERDA
                 MOVE ZEROS              TO REG-FA-VALORPERDA
                 MOVE ZEROS              TO REG-FA-VALORRECUP
                 MOVE ZEROS              TO REG-FA-ISS
                 MOVE SPACES             TO REG-FA-EMPRESA
                 WRITE REG-FATURA
                    INVALID KEY
                       DISPLAY 'FATURA DUPLICADA NA CONVERSAO: '
                          REG-FA-NUMERO
                    NOT INVALID KEY
                       ADD 1 TO WRK-QTD-GRAVADOS
                 END-WRITE
           END-READ.

       0007-CONVERTEROPERADORES.
           OPEN INPUT ARQ-OPEANTIGO.
           IF WRK-FS-ANTIGO NOT = '00'
              DISPLAY 'OPERMF.DAT NAO ENCONTRADO OU JA NO LAYOUT '
                 'ATUAL (STATUS ' WRK-FS-ANTIGO ').'
           ELSE
              OPEN OUTPUT ARQ-OPENOVO
              MOVE LOW-VALUES TO REG-OO-ID
              START ARQ-OPEANTIGO KEY IS NOT LESS THAN REG-OO-ID
                 INVALID KEY
                    MOVE '10' TO WRK-FS-ANTIGO
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-ANTIGO
              END-START
              PERFORM 0000-PASSAROPERADOR
                 UNTIL WRK-FS-ANTIGO = '10'
              CLOSE ARQ-OPENOVO
              CLOSE ARQ-OPEANTIGO
           END-IF.

       0000-PASSAROPERADOR.
           READ ARQ-OPEANTIGO NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ANTIGO
              NOT AT END
                 ADD 1 TO WRK-QTD-LIDOS
                 MOVE REG-OO-ID          TO REG-OP-ID
                 MOVE REG-OO-NOME        TO REG-OP-NOME
                 MOVE REG-OO-PERFIL      TO REG-OP-PERFIL
                 IF REG-OO-SENHA = SPACES
                    MOVE SPACES          TO REG-OP-CRIPTO
                    ADD 1 TO WRK-QTD-SEMSENHA
                 ELSE
                    CALL 'SENHASRV' USING REG-OO-ID REG-OO-SENHA
                       WRK-CRIPTO
                    MOVE WRK-CRIPTO      TO REG-OP-CRIPTO
                 END-IF
                 MOVE SPACES             TO REG-OP-SENHA
                 MOVE WRK-DATASISTEMA    TO REG-OP-DATASENHA
                 MOVE 'S'                TO REG-OP-TROCAR
                 MOVE ZEROS              TO REG-OP-FALHAS
                 MOVE 'N'                TO REG-OP-BLOQUEADO
                 MOVE ZEROS              TO REG-OP-DATABLOQ
                 MOVE ZEROS              TO REG-OP-ULTACESSO
                 PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > 5
                    MOVE SPACES TO REG-OP-HISTORICO(WRK-IDX)
                 END-PERFORM
                 MOVE SPACES             TO REG-OP-EMPRESA
                 WRITE REG-OPERADOR
                    INVALID KEY
                       DISPLAY 'OPERADOR DUPLICADO NA CONVERSAO: '
                          REG-OP-ID
                    NOT INVALID KEY
                       ADD 1 TO WRK-QTD-GRAVADOS
                 END-WRITE
           END-READ.

       0008-CONVERTERORDENS.
           OPEN INPUT ARQ-ORDANTIGO.
           IF WRK-FS-ANTIGO NOT = '00'
              DISPLAY 'OSMF.DAT NAO ENCONTRADO OU JA NO LAYOUT '
                 'ATUAL (STATUS ' WRK-FS-ANTIGO ').'
           ELSE
              OPEN OUTPUT ARQ-ORDNOVO
              MOVE ZEROS TO REG-OD-NUMERO
              START ARQ-ORDANTIGO KEY IS NOT LESS THAN
                    REG-OD-NUMERO
                 INVALID KEY
                    MOVE '10' TO WRK-FS-ANTIGO
                 NOT INVALID KEY
                    MOVE '00' TO WRK-FS-ANTIGO
              END-START
              PERFORM 0000-PASSARORDEM
                 UNTIL WRK-FS-ANTIGO = '10'
              CLOSE ARQ-ORDNOVO
              CLOSE ARQ-ORDANTIGO
           END-IF.

       0000-PASSARORDEM.
           READ ARQ-ORDANTIGO NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-ANTIGO
              NOT AT END
                 ADD 1 TO WRK-QTD-LIDOS
                 MOVE REG-OD-NUMERO      TO REG-OS-NUMERO
                 MOVE REG-OD-ORCAMENTO   TO REG-OS-ORCAMENTO
                 MOVE REG-OD-DATA        TO REG-OS-DATA
                 MOVE REG-OD-CLIENTE     TO REG-OS-CLIENTE
                 MOVE REG-OD-MATERIAL    TO REG-OS-MATERIAL
                 MOVE REG-OD-AREA        TO REG-OS-AREA
                 MOVE REG-OD-PERIMETRO   TO REG-OS-PERIMETRO
                 MOVE REG-OD-VALOR       TO REG-OS-VALOR
                 MOVE REG-OD-STATUS      TO REG-OS-STATUS
                 MOVE ZEROS              TO REG-OS-DATACONCL
                 MOVE ZEROS              TO REG-OS-HORAS
                 MOVE ZEROS              TO REG-OS-CUSTOMO
                 MOVE ZEROS              TO REG-OS-CUSTOMAT
                 MOVE ZEROS              TO REG-OS-FATURA
                 WRITE REG-ORDEM
                    INVALID KEY
                       DISPLAY 'ORDEM DUPLICADA NA CONVERSAO: '
                          REG-OS-NUMERO
                    NOT INVALID KEY
                       ADD 1 TO WRK-QTD-GRAVADOS
                 END-WRITE
           END-READ.
