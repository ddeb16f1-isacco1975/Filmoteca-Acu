      **
      * WRITE OFF A COPY LEAVING THE SHOP - CALLER HAS ATIVOS OPEN
      * I-O AND THE COPY IN REG-COP, MOVES WRK-ATV-ORIGEM/DOC/VENDA/
      * HOJE, AND REWRITES REG-COP AFTERWARDS (DATA-BAIXA-COP IS
      * STAMPED HERE). A COPY THE MONTHLY RUN NEVER TOOK ON THE
      * REGISTER HAS NO BOOK VALUE AND IS LEFT ALONE; ONE ALREADY
      * WRITTEN OFF (WEEDED, THEN SOLD) BOOKS ONLY ITS PROCEEDS.
      **
           IF DATA-AQUIS-COP NOT EQUAL ZEROES
              AND (DATA-BAIXA-COP EQUAL ZEROES
                   OR WRK-ATV-VENDA GREATER ZERO)
               INITIALIZE REG-ATV
               MOVE WRK-ATV-HOJE(1:6) TO PERIODO-ATV
               MOVE CODIGO-COP        TO CODIGO-ATV
               MOVE NUM-COPIA         TO NUM-COPIA-ATV
               MOVE WRK-ATV-HOJE      TO DATA-ATV
               MOVE WRK-ATV-ORIGEM    TO ORIGEM-ATV
               MOVE WRK-ATV-DOC       TO NUM-DOC-ATV
               MOVE CUSTO-COP         TO CUSTO-ATV
               MOVE WRK-ATV-VENDA     TO VENDA-ATV
               IF DATA-BAIXA-COP EQUAL ZEROES
                   SET ATV-BAIXA TO TRUE
                   MOVE DEPREC-ACUM-COP TO ACUM-ATV
                   COMPUTE VALOR-ATV = CUSTO-COP - DEPREC-ACUM-COP
                   MOVE WRK-ATV-HOJE    TO DATA-BAIXA-COP
               ELSE
                   SET ATV-VENDA-BAIXADA TO TRUE
               END-IF
               COMPUTE RESULT-ATV = VENDA-ATV - VALOR-ATV
               WRITE REG-ATV
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
