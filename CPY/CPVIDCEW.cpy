      **
      * COPY BOOK POSTAL-CODE REFERENCE DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-CEPS                  PIC X(02) VALUE '00'.
