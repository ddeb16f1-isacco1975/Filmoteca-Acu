      **
      * COPY BOOK TRADE-IN LEDGER DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-TROCAS                PIC X(02) VALUE '00'.
