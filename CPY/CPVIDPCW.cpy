      **
      * COPY BOOK PETTY CASH AND SAFE DROPS DAT WORKBOOK
      * (WORKING-STORAGE)
      **
       77  FS-MOVCAIXA              PIC X(02) VALUE '00'.
