      **
      * COPY BOOK CPF CHECK-DIGIT WORKBOOK (WORKING-STORAGE) - SCRATCH
      * FIELDS FOR CPVIDCFT.cpy. THE CALLER MOVES THE ELEVEN-DIGIT CPF
      * TO WRK-CPF-IN AND TESTS CPF-VALIDO ON RETURN
      **
       01  WRK-CPF-IN               PIC 9(11) VALUE ZERO.
       01  WRK-CPF-TXT REDEFINES WRK-CPF-IN
                                    PIC X(11).
       01  WRK-CPF-TAB REDEFINES WRK-CPF-IN.
           05 WRK-CPF-DIG           PIC 9(01) OCCURS 11 TIMES.
       77  WRK-CPF-OK               PIC X(01) VALUE 'N'.
           88 CPF-VALIDO                VALUE 'S'.
       77  WRK-CPF-CH               PIC X(01) VALUE SPACE.
       77  WRK-CPF-IGUAIS           PIC 9(02) VALUE ZERO.
       77  WRK-CPF-IDX              PIC 9(02) VALUE ZERO.
       77  WRK-CPF-SOMA             PIC 9(04) VALUE ZERO.
       77  WRK-CPF-QUOC             PIC 9(04) VALUE ZERO.
       77  WRK-CPF-RESTO            PIC 9(02) VALUE ZERO.
       77  WRK-CPF-DV1              PIC 9(01) VALUE ZERO.
       77  WRK-CPF-DV2              PIC 9(01) VALUE ZERO.
