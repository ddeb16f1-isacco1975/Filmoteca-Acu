      **
      * COPY BOOK SHIPPING NOTICES DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-AVISOS                PIC X(02) VALUE '00'.
