      **
      * COPY BOOK TAGS PER TITLE DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-ETQFILME              PIC X(02) VALUE '00'.
