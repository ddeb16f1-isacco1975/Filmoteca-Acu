      **
      * COPY BOOK EDITION SPECS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-EDICOES               PIC X(02) VALUE '00'.
      *
      *    ONE-LINE SUMMARY OF THE EDITION IN REG-EDI, BUILT BY
      *    CPVIDESU.cpy - "A:PT/EN S:PT/ES R:4 16:9 +COM".
       77  WRK-EDI-RESUMO           PIC X(60) VALUE SPACES.
       77  WRK-EDI-PTR              PIC 9(02) VALUE 01.
       77  WRK-EDI-IDX              PIC 9(02) USAGE COMP-3 VALUE ZERO.
       77  WRK-EDI-SEP              PIC X(02) VALUE SPACES.
