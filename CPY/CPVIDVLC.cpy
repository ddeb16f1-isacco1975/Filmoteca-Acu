      **
      * VOUCHER TENDER CHECK - CALLER MOVES THE NUMBER PRESENTED TO
      * WRK-VAL-NUM, THE AMOUNT DUE TO WRK-VAL-VALOR AND THE BORROWER
      * AT THE TILL (ZERO FOR A WALK-IN) TO WRK-VAL-LOC; VALES OPEN
      * I-O. ON RETURN VAL-ACEITO IS SET AND WRK-VAL-VALOR IS CUT TO
      * WHAT THE VOUCHER CAN COVER, OR WRK-MSG HOLDS THE REASON IT
      * WAS REFUSED. A STORE CREDIT IS ONLY GOOD FOR ITS OWN HOLDER,
      * SO ONE TENDERED WITH NO BORROWER AT THE TILL IS REFUSED.
      **
           MOVE 'N' TO WRK-VAL-OK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-VAL-HOJE.
           MOVE WRK-VAL-NUM TO NUM-VAL.
           READ VALES
               INVALID KEY
                   MOVE '48VOUCHER NOT ON FILE.' TO WRK-MSG
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT VAL-ATIVO
                           MOVE '43VOUCHER ALREADY USED OR CANCELLED.'
                               TO WRK-MSG
                       WHEN DATA-VALIDADE-VAL NOT EQUAL ZEROES
                        AND DATA-VALIDADE-VAL LESS WRK-VAL-HOJE
                           MOVE '43VOUCHER HAS EXPIRED.' TO WRK-MSG
                       WHEN SALDO-VAL EQUAL ZEROES
                           MOVE '43VOUCHER HAS NO BALANCE LEFT.'
                               TO WRK-MSG
                       WHEN VAL-CREDITO
                        AND WRK-VAL-LOC EQUAL ZEROES
                           MOVE "43STORE CREDIT NEEDS THE HOLDER'S BORRO
      -                        "WER ID"
                               TO WRK-MSG
                       WHEN VAL-CREDITO
                        AND NUM-LOC-VAL NOT EQUAL WRK-VAL-LOC
                           MOVE '43CREDIT BELONGS TO ANOTHER MEMBER.'
                               TO WRK-MSG
                       WHEN OTHER
                           SET VAL-ACEITO TO TRUE
                           IF WRK-VAL-VALOR GREATER SALDO-VAL
                               MOVE SALDO-VAL TO WRK-VAL-VALOR
                           END-IF
                   END-EVALUATE
           END-READ.
