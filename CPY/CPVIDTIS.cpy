      **
      * COPY BOOK DESCRIPTION DATA FILES - TRADE-IN LEDGER
      * (RANDOM/DYNAMIC)
      **
           SELECT TROCAS
              ASSIGN       TO 'TROCAS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-TROCAS
              RECORD KEY   IS NUM-TRI
              ALTERNATE RECORD KEY IS DATA-TRI WITH DUPLICATES.
