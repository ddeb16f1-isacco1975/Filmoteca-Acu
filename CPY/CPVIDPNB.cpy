      **
      * LOYALTY POINTS BALANCE - CALLER MOVES THE BORROWER ID TO
      * NUM-LOC-PNT BEFORE THIS COPY RUNS (PONTOS OPEN IN ANY MODE).
      * LEAVES IN WRK-PNT-SALDO WHAT IS STILL LEFT ON THE EARNED LOTS
      * THAT HAVE NOT REACHED THEIR EXPIRY DATE, SO A LOT PAST ITS
      * DATE STOPS COUNTING EVEN BEFORE THE MONTHLY SWEEP MARKS IT.
      **
           MOVE ZERO TO WRK-PNT-SALDO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-PNT-HOJE.
           MOVE NUM-LOC-PNT TO WRK-PNT-LOC.
           START PONTOS KEY IS EQUAL NUM-LOC-PNT
               INVALID KEY MOVE 10 TO FS-PONTOS
           END-START.
           IF FS-PONTOS NOT EQUAL 10
               READ PONTOS NEXT AT END MOVE 10 TO FS-PONTOS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PONTOS EQUAL 10
                     OR NUM-LOC-PNT NOT EQUAL WRK-PNT-LOC
               IF PNT-GANHO
                  AND DATA-EXPIRA-PNT NOT LESS WRK-PNT-HOJE
                   ADD SALDO-PNT TO WRK-PNT-SALDO
               END-IF
               READ PONTOS NEXT AT END MOVE 10 TO FS-PONTOS END-READ
           END-PERFORM.
