      **
      * COPY BOOK INSURANCE CLAIMS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-SINISTROS             PIC X(02) VALUE '00'.
