      **
      * COPY BOOK POSTAL-BLOCK WORKBOOK (WORKING-STORAGE) - THE THREE
      * ADDRESS LINES CPVIDEPB.cpy BUILDS FOR THE BORROWER IN REG-LOC
      **
       77  WRK-END-LIN1             PIC X(64) VALUE SPACES.
       77  WRK-END-LIN2             PIC X(64) VALUE SPACES.
       77  WRK-END-LIN3             PIC X(64) VALUE SPACES.
       01  WRK-END-CEP-ED.
           05 WRK-END-CEP-P         PIC 9(05).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WRK-END-CEP-S         PIC 9(03).
       77  WRK-END-AUX              PIC X(64) VALUE SPACES.
