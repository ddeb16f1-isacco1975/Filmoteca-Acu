      **
      * COPY BOOK CAMPAIGN TARGETS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-ALVOS                 PIC X(02) VALUE '00'.
