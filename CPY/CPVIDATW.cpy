      **
      * COPY BOOK FIXED-ASSET MOVEMENTS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-ATIVOS                PIC X(02) VALUE '00'.
      *
      *    IN FOR CPVIDATB.cpy - WHO IS DISPOSING OF THE COPY, THE
      *    DOCUMENT (SALE NUMBER, LOAN NUMBER), WHAT IT FETCHED AND
      *    THE DAY.
       77  WRK-ATV-ORIGEM           PIC X(02) VALUE SPACES.
       77  WRK-ATV-DOC              PIC 9(05) VALUE ZERO.
       77  WRK-ATV-VENDA            PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-ATV-HOJE             PIC 9(08) VALUE ZERO.
