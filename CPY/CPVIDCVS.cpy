      **
      * COPY BOOK DESCRIPTION DATA FILES - CHARGE-ACCOUNT INVOICES
      * (RANDOM/DYNAMIC)
      **
           SELECT FATCONTA
              ASSIGN       TO 'FATCONTA.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-FATCONTA
              RECORD KEY   IS NUM-CVN
              ALTERNATE RECORD KEY IS CONTA-CVN WITH DUPLICATES
              ALTERNATE RECORD KEY IS CVN-STATUS WITH DUPLICATES.
