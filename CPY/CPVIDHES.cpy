      **
      * COPY BOOK DESCRIPTION DATA FILES - LOAN HISTORY
      * (RANDOM/DYNAMIC) - ONE FILE PER YEAR OF CHECKOUT,
      * EMPRESTIMOS-AAAA.dat, NAMED IN WRK-HEM-FILE BEFORE THE OPEN
      **
           SELECT HIST-EMP
              ASSIGN       TO WRK-HEM-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-HIST-EMP
              RECORD KEY   IS HEM-NUM-EMP.
