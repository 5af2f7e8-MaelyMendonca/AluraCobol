              MOVE WRK-CAT-GEN(WRK-IDX) TO REG-TR-CATEGORIA
              MOVE SPACES TO REG-TR-CLIENTE
              MOVE SPACES TO REG-TR-LOJA
              MOVE SPACES TO REG-TR-PRODUTO
              MOVE ZEROS TO REG-TR-QTD
              IF WRK-EHERRO = 'S'
                 MOVE 13 TO REG-TR-MES
              END-IF
