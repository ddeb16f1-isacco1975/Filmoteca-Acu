      **
      * COPY BOOK CARD SETTLEMENTS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-LIQUIDACOES           PIC X(02) VALUE '00'.
