      **
      * COPY BOOK PARTNER DEFAULTER LIST DAT WORKBOOK (WORKING-STORAGE)
      * - ALSO THE SCRATCH FIELDS FOR THE CPVIDHCF.cpy CPF HASH. THE
      * CALLER MOVES THE ELEVEN-DIGIT CPF TO WRK-HCF-IN AND READS THE
      * TEN-DIGIT HASH BACK FROM WRK-HCF-OUT
      **
       77  FS-DEVEDORES             PIC X(02) VALUE '00'.
       01  WRK-HCF-IN               PIC 9(11) VALUE ZERO.
       01  WRK-HCF-TXT REDEFINES WRK-HCF-IN
                                    PIC X(11).
       77  WRK-HCF-OUT              PIC 9(10) VALUE ZERO.
       77  WRK-HCF-ACC              PIC 9(12) VALUE ZERO.
       77  WRK-HCF-IDX              PIC 9(02) VALUE ZERO.
