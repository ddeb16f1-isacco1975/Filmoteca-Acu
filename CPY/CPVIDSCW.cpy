      **
      * COPY BOOK INSURANCE CLAIM COPIES DAT WORKBOOK
      * (WORKING-STORAGE)
      **
       77  FS-SINCOPIAS             PIC X(02) VALUE '00'.
