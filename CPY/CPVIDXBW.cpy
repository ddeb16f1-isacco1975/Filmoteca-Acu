      **
      * COPY BOOK SCREENING EVENTS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-EXIBICOES             PIC X(02) VALUE '00'.
