      **
      * COPY BOOK CUSTOMER PRE-ORDERS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-PREVENDAS             PIC X(02) VALUE '00'.
