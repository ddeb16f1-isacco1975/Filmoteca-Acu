      **
      * COPY BOOK DESCRIPTION DATA FILES - FEE PAYMENTS HISTORY
      * (RANDOM/DYNAMIC) - ONE FILE PER YEAR, PAGAMENTOS-AAAA.dat,
      * SAME YEAR AS THE LOAN THE PAYMENTS WERE MADE AGAINST
      **
           SELECT HIST-PAG
              ASSIGN       TO WRK-HPG-FILE
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-HIST-PAG
              RECORD KEY   IS HPG-NUM-PAG.
