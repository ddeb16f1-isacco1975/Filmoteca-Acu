      **
      * COPY BOOK REVENUE-SHARE AGREEMENTS DAT WORKBOOK
      * (WORKING-STORAGE)
      **
       77  FS-ACORDOS               PIC X(02) VALUE '00'.
