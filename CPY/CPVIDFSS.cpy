      **
      * COPY BOOK DESCRIPTION DATA FILES - FISCAL RECEIPT REGISTER
      * (RANDOM/DYNAMIC)
      **
           SELECT FISCAL
              ASSIGN       TO 'FISCAL.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-FISCAL
              RECORD KEY   IS NUM-FIS
              ALTERNATE RECORD KEY IS DATA-FIS WITH DUPLICATES.
