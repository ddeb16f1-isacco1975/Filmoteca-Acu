      **
      * COPY BOOK BRANCH TRANSFERS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-TRANSF                PIC X(02) VALUE '00'.
