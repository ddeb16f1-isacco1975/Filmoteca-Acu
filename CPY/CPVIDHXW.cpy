      **
      * COPY BOOK HISTORY YEAR INDEX WORKBOOK (WORKING-STORAGE)
      **
       77  FS-HIST-IDX              PIC X(02) VALUE '00'.
      *    THE YEARS ON THE INDEX, IN FILE ORDER (ASCENDING), FOR THE
      *    REPORTS THAT READ HISTORY AHEAD OF THE LIVE FILES.
       77  WRK-HIX-QTDE             PIC 9(02) VALUE ZERO.
       77  WRK-HIX-IDX              PIC 9(02) VALUE ZERO.
       01  TAB-HIX.
           05 OCC-HIX               OCCURS 60 TIMES.
              10 EL-HIX-ANO            PIC 9(04).
