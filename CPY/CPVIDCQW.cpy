      **
      * COPY BOOK CUSTOMER COMPLAINTS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-RECLAMACOES           PIC X(02) VALUE '00'.
