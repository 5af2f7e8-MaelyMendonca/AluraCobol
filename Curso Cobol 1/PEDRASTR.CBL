           SELECT ARQ-RELOCORR ASSIGN TO "OCORRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELOCORR.
           SELECT ARQ-VIAGENS ASSIGN TO "VIAGEMMF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-VG-NUMERO
               FILE STATUS IS WRK-FS-VIAGENS.
       DATA DIVISION.
       FILE SECTION.
       FD ARQ-PEDIDMF.
          02 REG-MO-DESCRICAO  PIC X(30).
       FD ARQ-RELOCORR.
       01 REG-RELOCORR         PIC X(100).
       FD ARQ-VIAGENS.
       01 REG-VIAGEM.
       COPY VIAGREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PEDIDMF   PIC X(02)     VALUE ZEROS.
       77 WRK-FS-RELSLA    PIC X(02)     VALUE ZEROS.
       77 WRK-OPERADOR     PIC X(08)     VALUE SPACES.
       77 WRK-LOG-MENSAGEM PIC X(60)     VALUE SPACES.
       77 WRK-LOG-SEVERIDADE       PIC X(01)     VALUE 'I'.
       77 WRK-OPCAO        PIC X(02)     VALUE SPACES.
       77 WRK-NUM-PEDIDO   PIC 9(08)     VALUE ZEROS.
       01 WRK-DATAINF.
          02 WRK-DATAINF-ANO PIC 9(04).
       77 WRK-TROC-IDX     PIC 9(02)     VALUE ZEROS.
       77 WRK-TROC-ACHADA  PIC X(01)     VALUE 'N'.
       77 WRK-OCO-IDX      PIC 9(03)     VALUE ZEROS.
       77 WRK-FS-VIAGENS   PIC X(02)     VALUE ZEROS.
       77 WRK-NUM-VIAGEM   PIC 9(06)     VALUE ZEROS.
       77 WRK-QTD-VIAGEM   PIC 9(03)     VALUE ZEROS.
       01 WRK-MOT-TAB.
          02 WRK-MOT-ITEM OCCURS 20 TIMES.
             03 WRK-MOT-COD   PIC X(02).
           DISPLAY ' 7 - REGISTRAR OCORRENCIA DE ENTREGA'.
           DISPLAY ' 8 - LISTAR OCORRENCIAS DE UM PEDIDO'.
           DISPLAY ' 9 - RELATORIO DE OCORRENCIAS'.
           DISPLAY '10 - EMBARCAR VIAGEM DE CARGA'.
           DISPLAY ' 0 - ENCERRAR'.
           DISPLAY ' OPCAO?'.
           ACCEPT WRK-OPCAO.
                 PERFORM 0010-LISTAROCORR
              WHEN '9'
                 PERFORM 0011-RELATORIOOCORR
              WHEN '10'
                 PERFORM 0012-EMBARCARVIAGEM
              WHEN '0'
                 CONTINUE
              WHEN OTHER
           IF WRK-TROC-IDX >= 1 AND WRK-TROC-IDX <= WRK-QTD-TROC
              ADD 1 TO WRK-TROC-QTD(WRK-TROC-IDX)
           END-IF.

       0012-EMBARCARVIAGEM.
           OPEN I-O ARQ-VIAGENS.
           IF WRK-FS-VIAGENS NOT = '00'
              DISPLAY 'NENHUMA VIAGEM DE CARGA PLANEJADA.'
           ELSE
              DISPLAY ' NUMERO DA VIAGEM?'
              ACCEPT WRK-NUM-VIAGEM
              MOVE WRK-NUM-VIAGEM TO REG-VG-NUMERO
              READ ARQ-VIAGENS
                 INVALID KEY
                    DISPLAY 'VIAGEM NAO ENCONTRADA.'
                 NOT INVALID KEY
                    IF REG-VG-SITUACAO NOT = 'P'
                       DISPLAY 'VIAGEM JA EMBARCADA EM '
                          REG-VG-DATAEMB
                    ELSE
                       DISPLAY 'TRANSPORTADORA ' REG-VG-TRANSP
                          ' PEDIDOS=' REG-VG-QTDPED
                          ' PESO=' REG-VG-PESO
                       PERFORM 0000-LERDATAVALIDA
                       PERFORM 0000-EMBARCARPEDIDOSVIAGEM
                       MOVE 'E' TO REG-VG-SITUACAO
                       MOVE WRK-DATAINF TO REG-VG-DATAEMB
                       REWRITE REG-VIAGEM
                       DISPLAY 'PEDIDOS EMBARCADOS NA VIAGEM: '
                          WRK-QTD-VIAGEM
                       MOVE 'PEDRASTR' TO WRK-LOG-PROGRAMA
                       MOVE SPACES TO WRK-LOG-MENSAGEM
                       STRING 'EMBARQUE VIAGEM=' WRK-NUM-VIAGEM
                          ' PEDIDOS=' WRK-QTD-VIAGEM
                          ' OPERADOR=' WRK-OPERADOR
                          DELIMITED BY SIZE INTO WRK-LOG-MENSAGEM
                       CALL 'GRAVALOG' USING WRK-LOG-PROGRAMA
                          WRK-LOG-MENSAGEM
                          WRK-LOG-SEVERIDADE
                    END-IF
              END-READ
              CLOSE ARQ-VIAGENS
           END-IF.

       0000-EMBARCARPEDIDOSVIAGEM.
           MOVE ZEROS TO WRK-QTD-VIAGEM.
           MOVE ZEROS TO REG-PE-NUMERO.
           START ARQ-PEDIDMF KEY IS NOT LESS THAN REG-PE-NUMERO
              INVALID KEY
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT INVALID KEY
                 MOVE '00' TO WRK-FS-PEDIDMF
           END-START.
           PERFORM 0000-EMBARCARPEDIDOVIAGEM
              UNTIL WRK-FS-PEDIDMF = '10'.
           MOVE '00' TO WRK-FS-PEDIDMF.

       0000-EMBARCARPEDIDOVIAGEM.
           READ ARQ-PEDIDMF NEXT RECORD
              AT END
                 MOVE '10' TO WRK-FS-PEDIDMF
              NOT AT END
                 IF REG-PE-VIAGEM = WRK-NUM-VIAGEM
                       AND REG-PE-STATUS NOT = 'C'
                       AND REG-PE-SITENTREGA = 'R'
                    MOVE WRK-DATAINF TO REG-PE-DATAEMB
                    MOVE 'E' TO REG-PE-SITENTREGA
                    MOVE REG-VG-TRANSP TO REG-PE-TRANSP
                    REWRITE REG-PEDIDO
                    ADD 1 TO WRK-QTD-VIAGEM
                 END-IF
           END-READ.
