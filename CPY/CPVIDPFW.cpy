      **
      * COPY BOOK GAME PLATFORMS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-PLATAFORMAS           PIC X(02) VALUE '00'.
