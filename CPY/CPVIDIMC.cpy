      **
      * WORK OUT THE TAX CONTAINED IN A GROSS AMOUNT - CALLER MOVES
      * THE REVENUE TYPE TO WRK-IMP-TIPO AND THE GROSS TO
      * WRK-IMP-BASE. PRICES ARE TAX-INCLUSIVE, SO THE TAX IS THE
      * RATE APPLIED TO THE GROSS AND NOTHING IS ADDED ON TOP.
      **
           EVALUATE WRK-IMP-TIPO
               WHEN 'L'   MOVE WRK-ALIQ-LOC TO WRK-IMP-ALIQ
               WHEN 'A'   MOVE WRK-ALIQ-ATR TO WRK-IMP-ALIQ
               WHEN 'R'   MOVE WRK-ALIQ-REP TO WRK-IMP-ALIQ
               WHEN 'V'   MOVE WRK-ALIQ-VND TO WRK-IMP-ALIQ
               WHEN OTHER MOVE ZEROES       TO WRK-IMP-ALIQ
           END-EVALUATE.
           COMPUTE WRK-IMP-VALOR ROUNDED =
               WRK-IMP-BASE * WRK-IMP-ALIQ / 100.
