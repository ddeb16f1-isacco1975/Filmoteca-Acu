      **
      * COPY BOOK SUSPICIOUS-ACTIVITY HITS DAT WORKBOOK
      * (WORKING-STORAGE)
      **
       77  FS-SUSPEITAS             PIC X(02) VALUE '00'.
