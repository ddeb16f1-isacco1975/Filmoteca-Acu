      **
      * COPY BOOK MEMBER CARD REGISTER DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-CARTOES               PIC X(02) VALUE '00'.
       77  WRK-CRT-PRIMEIRO         PIC 9(08) VALUE 10000001.
