      **
      * COPY BOOK MAINTENANCE FLAG WORKBOOK (WORKING-STORAGE)
      **
       77  FS-MANUTENCAO            PIC X(02) VALUE '00'.
       77  WRK-MNT-FLAG             PIC X(01) VALUE 'N'.
           88 MANUTENCAO-ATIVA                VALUE 'S'.
       77  WRK-MNT-DESDE            PIC X(16) VALUE SPACES.
       77  WRK-MNT-ORIGEM           PIC X(08) VALUE SPACES.
