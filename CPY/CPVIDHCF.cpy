      **
      * ONE-WAY CPF HASH FOR THE PARTNER DEFAULTER EXCHANGE - CALLER
      * MOVES THE CPF TO WRK-HCF-IN BEFORE THIS COPY RUNS AND TAKES
      * THE TEN-DIGIT HASH FROM WRK-HCF-OUT. SAME ROLLING PRODUCT AS
      * THE PASSWORD HASH (CPVIDHSH.cpy) OVER THE ELEVEN DIGITS,
      * REDUCED MODULO THE LARGEST TEN-DIGIT PRIME. EVERY PARTNER
      * RUNS THIS SAME COPY, SO THE SAME CPF GIVES THE SAME HASH AT
      * EVERY SHOP WHILE THE FILE CARRIES NO NAME AND NO CPF
      **
           MOVE ZEROES TO WRK-HCF-ACC.
           PERFORM VARYING WRK-HCF-IDX FROM 1 BY 1
                   UNTIL WRK-HCF-IDX GREATER 11
               COMPUTE WRK-HCF-ACC = FUNCTION MOD(
                   (WRK-HCF-ACC * 31)
                 + (FUNCTION ORD(WRK-HCF-TXT(WRK-HCF-IDX:1))
                    * WRK-HCF-IDX), 9999999967)
           END-PERFORM.
           MOVE WRK-HCF-ACC TO WRK-HCF-OUT.
