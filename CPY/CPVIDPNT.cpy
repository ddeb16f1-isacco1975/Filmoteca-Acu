      **
      * COPY BOOK RECORD LAYOUT - LOYALTY POINTS (PONTOS) DATA FILE -
      * ONE ROW PER MOVEMENT ON A BORROWER'S POINTS ACCOUNT. AN
      * EARNED ROW IS A LOT: SALDO-PNT IS WHAT IS LEFT OF IT AFTER
      * REDEMPTIONS (OLDEST LOT FIRST), AND IT STOPS COUNTING ON
      * DATA-EXPIRA-PNT. REDEEMED AND EXPIRED ROWS ARE THE HISTORY
      * THE LIABILITY REPORT SUMS FOR THE MONTH
      **
       01  REG-PNT.
           05 NUM-PNT               PIC 9(07).
           05 NUM-LOC-PNT           PIC 9(05).
           05 NUM-EMP-PNT           PIC 9(05).
           05 DATA-PNT              PIC 9(08).
           05 TIPO-PNT              PIC X(01).
              88 PNT-GANHO             VALUE 'G'.
              88 PNT-RESGATE           VALUE 'R'.
              88 PNT-EXPIRADO          VALUE 'X'.
           05 QTDE-PNT              PIC 9(05).
           05 SALDO-PNT             PIC 9(05).
           05 DATA-EXPIRA-PNT       PIC 9(08).
      *    THE MONEY SIDE OF THE ROW - THE RENTAL PAID ON AN EARNED
      *    ROW, THE CHARGE WAIVED ON A REDEEMED ONE.
           05 VALOR-PNT             PIC 9(05)V9(02).
