      **
      * COPY BOOK DELIVERY ORDERS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-ENTREGAS              PIC X(02) VALUE '00'.
