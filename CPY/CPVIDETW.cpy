      **
      * COPY BOOK VOIDED CHECKOUTS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-ESTORNOS              PIC X(02) VALUE '00'.
