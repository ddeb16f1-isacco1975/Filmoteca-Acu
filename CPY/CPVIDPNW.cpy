      **
      * COPY BOOK LOYALTY POINTS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-PONTOS                PIC X(02) VALUE '00'.
      *
      *    BALANCE SCRATCH FOR CPVIDPNB.cpy - THE BORROWER BEING
      *    SUMMED, THE DATE THE LOTS ARE JUDGED AGAINST, AND THE
      *    POINTS STILL GOOD.
       77  WRK-PNT-LOC              PIC 9(05) VALUE ZERO.
       77  WRK-PNT-HOJE             PIC 9(08) VALUE ZERO.
       77  WRK-PNT-SALDO            PIC 9(07) VALUE ZERO.
