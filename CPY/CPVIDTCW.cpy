      **
      * COPY BOOK TIME CLOCK DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-RELOGIO               PIC X(02) VALUE '00'.
