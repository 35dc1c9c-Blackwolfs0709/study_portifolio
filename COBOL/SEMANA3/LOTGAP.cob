                   MOVE WRK-QTD-ORI TO WRK-IDX-ORI
                   MOVE LOT-ORIGEM TO WRK-ORI-NOME(WRK-IDX-ORI)
                   MOVE "?" TO WRK-ORI-CAD(WRK-IDX-ORI)
      *== LOTE DE FILIAL (ORIGEM + CODIGO DA FILIAL, VER PEDIDOS E
      *== FOLHA) SEGUE A CADENCIA DA ORIGEM DA MATRIZ
                   IF LOT-ORIGEM(1:5) EQUAL "PEDID"
                       MOVE "D" TO WRK-ORI-CAD(WRK-IDX-ORI)
                   END-IF
                   IF LOT-ORIGEM(1:5) EQUAL "FOLHA"
                       MOVE "M" TO WRK-ORI-CAD(WRK-IDX-ORI)
                   END-IF
               END-IF
           END-IF.
           IF WRK-IDX-ORI NOT GREATER WRK-QTD-ORI
