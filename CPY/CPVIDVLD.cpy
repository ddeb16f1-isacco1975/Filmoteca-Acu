      **
      * VOUCHER DRAW-DOWN - TAKES WRK-VAL-VALOR OFF VOUCHER
      * WRK-VAL-NUM ONCE THE TENDER IS CONFIRMED. A VOUCHER DRAWN TO
      * NIL IS CLOSED AS REDEEMED. RE-READ HERE SO A SECOND TILL
      * SPENDING THE SAME VOUCHER CANNOT TAKE IT BELOW NIL -
      * WRK-VAL-VALOR COMES BACK AS WHAT WAS REALLY TAKEN.
      **
           MOVE WRK-VAL-NUM TO NUM-VAL.
           READ VALES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF WRK-VAL-VALOR GREATER SALDO-VAL
                       MOVE SALDO-VAL TO WRK-VAL-VALOR
                   END-IF
                   SUBTRACT WRK-VAL-VALOR FROM SALDO-VAL
                   IF SALDO-VAL EQUAL ZEROES
                       SET VAL-RESGATADO TO TRUE
                   END-IF
                   MOVE WRK-VAL-HOJE TO DATA-USO-VAL
                   REWRITE REG-VAL
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.
