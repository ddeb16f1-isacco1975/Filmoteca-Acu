      **
      * COPY BOOK DELIVERY ZONES DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-ZONAS                 PIC X(02) VALUE '00'.
