      **
      * COPY BOOK LOAN HISTORY DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-HIST-EMP              PIC X(02) VALUE '00'.
       77  WRK-HEM-FILE             PIC X(24) VALUE SPACES.
