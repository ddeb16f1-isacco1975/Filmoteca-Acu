      **
      * COPY BOOK MERCHANDISE SALE LINES DAT WORKBOOK
      * (WORKING-STORAGE)
      **
       77  FS-ITENSVND              PIC X(02) VALUE '00'.
