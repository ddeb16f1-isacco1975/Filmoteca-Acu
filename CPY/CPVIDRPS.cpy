      **
      * COPY BOOK DESCRIPTION DATA FILES - REVENUE-SHARE STATEMENTS
      * (RANDOM/DYNAMIC)
      **
           SELECT REPASSES
              ASSIGN       TO 'REPASSES.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-REPASSES
              RECORD KEY   IS CHAVE-RPS.
