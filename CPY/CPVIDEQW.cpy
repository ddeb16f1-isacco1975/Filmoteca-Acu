      **
      * COPY BOOK TITLE TAG MASTER DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-ETIQUETAS             PIC X(02) VALUE '00'.
