      **
      * COPY BOOK LOSS LEDGER WORKBOOK (WORKING-STORAGE)
      **
       77  FS-QUEBRAS               PIC X(02) VALUE '00'.
