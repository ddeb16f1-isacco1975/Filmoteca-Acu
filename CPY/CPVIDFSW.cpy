      **
      * COPY BOOK FISCAL RECEIPT REGISTER DAT WORKBOOK
      * (WORKING-STORAGE)
      **
       77  FS-FISCAL                PIC X(02) VALUE '00'.
      *
      *    IN FOR CPVIDFSN.cpy - WHAT THE SLIP IS FOR, ITS GROSS AND
      *    THE TAX IN IT, AND THE DAY. OUT - THE NUMBER TAKEN, OR
      *    ZERO WHEN NONE COULD BE (THE SLIP THEN PRINTS WITHOUT ONE
      *    AND NOTHING IS SKIPPED).
       77  WRK-FIS-ORIGEM           PIC X(01) VALUE SPACE.
       77  WRK-FIS-DOC              PIC 9(05) VALUE ZERO.
       77  WRK-FIS-VALOR            PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-FIS-IMPOSTO          PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-FIS-HOJE             PIC 9(08) VALUE ZERO.
       77  WRK-FIS-NUM              PIC 9(07) VALUE ZERO.
       77  WRK-FIS-PROX             PIC 9(07) VALUE ZERO.
       77  WRK-FIS-TENTA            PIC 9(02) VALUE ZERO.
       77  WRK-FIS-NUM-EDIT         PIC 9(07).
