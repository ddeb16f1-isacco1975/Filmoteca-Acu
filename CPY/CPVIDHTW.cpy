      **
      * COPY BOOK FEE LEDGER HISTORY DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-HIST-TAX              PIC X(02) VALUE '00'.
       77  WRK-HTX-FILE             PIC X(24) VALUE SPACES.
