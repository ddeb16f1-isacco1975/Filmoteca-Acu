      **
      * COPY BOOK FEE PAYMENTS HISTORY DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-HIST-PAG              PIC X(02) VALUE '00'.
       77  WRK-HPG-FILE             PIC X(24) VALUE SPACES.
