      **
      * COPY BOOK CHARGE-ACCOUNT INVOICES DAT WORKBOOK
      * (WORKING-STORAGE)
      **
       77  FS-FATCONTA              PIC X(02) VALUE '00'.
