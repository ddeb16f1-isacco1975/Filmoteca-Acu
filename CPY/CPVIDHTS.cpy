      **
      * COPY BOOK DESCRIPTION DATA FILES - FEE LEDGER HISTORY
      * (RANDOM/DYNAMIC) - ONE FILE PER YEAR, TAXAS-AAAA.dat, SAME
      * YEAR AS THE LOAN THE FEE WAS CHARGED ON
      **
           SELECT HIST-TAX
              ASSIGN       TO WRK-HTX-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-HIST-TAX
              RECORD KEY   IS HTX-NUM-EMP.
