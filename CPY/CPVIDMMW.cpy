      **
      * COPY BOOK BORROWER ALERT MEMOS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-ALERTAS               PIC X(02) VALUE '00'.
