      **
      * COPY BOOK RECORD LAYOUT - HISTORY YEAR INDEX (HISTORICO.txt)
      **
       01  REG-HIX.
           05 HIX-ANO               PIC 9(04).
