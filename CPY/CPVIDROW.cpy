      **
      * COPY BOOK STAFF ROTA DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-ESCALAS               PIC X(02) VALUE '00'.
