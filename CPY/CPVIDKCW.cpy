      **
      * COPY BOOK MARKETING CAMPAIGNS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-CAMPANHAS             PIC X(02) VALUE '00'.
