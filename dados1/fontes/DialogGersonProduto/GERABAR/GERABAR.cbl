               MOVE "S" TO WS-FIM-PRODUTOS
           END-IF
           MOVE "ACECE" TO WS-Lv-Arq
           MOVE 3 TO WS-Lv-Esperada
           PERFORM VERIFICA-LAYOUT THRU SAI-VERIFICA-LAYOUT
           IF NOT Layout-Confere
               MOVE "S" TO WS-FIM-PRODUTOS
