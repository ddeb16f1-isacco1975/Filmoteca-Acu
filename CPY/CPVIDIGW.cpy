      **
      * COPY BOOK FILM CLUB TICKETS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-INGRESSOS             PIC X(02) VALUE '00'.
