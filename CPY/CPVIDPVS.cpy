      **
      * COPY BOOK DESCRIPTION DATA FILES - CUSTOMER PRE-ORDERS
      * (RANDOM/DYNAMIC)
      **
           SELECT PREVENDAS
              ASSIGN       TO 'PREVENDAS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-PREVENDAS
              RECORD KEY   IS NUM-PRV
              ALTERNATE RECORD KEY IS CODIGO-PRV WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-PRV WITH DUPLICATES.
