      **
      * COPY BOOK REVENUE-SHARE STATEMENTS DAT WORKBOOK
      * (WORKING-STORAGE)
      **
       77  FS-REPASSES              PIC X(02) VALUE '00'.
