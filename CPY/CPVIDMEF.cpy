      **
      * FIND A PRODUCT BY WHAT WAS SCANNED OR KEYED - CALLER HAS
      * PRODUTOS OPEN AND MOVES THE INPUT TO WRK-MER-CHAVE. THE
      * BARCODE IS TRIED FIRST; A SHORT ALL-DIGIT ENTRY THAT IS NOT A
      * BARCODE IS TAKEN AS THE PRODUCT CODE.
      **
           MOVE 'N' TO WRK-MER-ACHOU.
           IF WRK-MER-CHAVE NOT EQUAL SPACES
               MOVE WRK-MER-CHAVE TO BARRA-MER
               READ PRODUTOS KEY IS BARRA-MER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-MER-ACHOU
               END-READ
           END-IF.
      *
           IF WRK-MER-ACHOU NOT EQUAL 'S'
              AND WRK-MER-CHAVE NOT EQUAL SPACES
               MOVE ZERO TO WRK-MER-TAM
               INSPECT WRK-MER-CHAVE TALLYING WRK-MER-TAM
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WRK-MER-TAM NOT GREATER 5
                  AND WRK-MER-CHAVE(1:WRK-MER-TAM) IS NUMERIC
                   MOVE WRK-MER-CHAVE(1:WRK-MER-TAM) TO WRK-MER-COD
                   MOVE WRK-MER-COD TO COD-MER
                   READ PRODUTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-MER-ACHOU
                   END-READ
               END-IF
           END-IF.
