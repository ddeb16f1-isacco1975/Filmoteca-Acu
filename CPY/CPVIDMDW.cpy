      **
      * COPY BOOK DOCUMENT TEMPLATES DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-MODELOS               PIC X(02) VALUE '00'.
