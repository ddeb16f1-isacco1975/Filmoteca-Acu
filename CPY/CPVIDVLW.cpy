      **
      * COPY BOOK GIFT VOUCHERS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-VALES                 PIC X(02) VALUE '00'.
      *
      *    TENDER SCRATCH FOR CPVIDVLC.cpy/CPVIDVLD.cpy - THE VOUCHER
      *    PRESENTED, THE BORROWER AT THE TILL (ZERO FOR A WALK-IN),
      *    THE AMOUNT IT IS TO COVER, THE DATE IT IS JUDGED AGAINST
      *    AND WHETHER IT WAS TAKEN.
       77  WRK-VAL-NUM              PIC 9(07) VALUE ZERO.
       77  WRK-VAL-LOC              PIC 9(05) VALUE ZERO.
       77  WRK-VAL-VALOR            PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-VAL-HOJE             PIC 9(08) VALUE ZERO.
       77  WRK-VAL-OK               PIC X(01) VALUE 'N'.
           88 VAL-ACEITO               VALUE 'S'.
