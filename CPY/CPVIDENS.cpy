      **
      * COPY BOOK DESCRIPTION DATA FILES - DELIVERY AND COLLECTION
      * ORDERS (RANDOM/DYNAMIC)
      **
           SELECT ENTREGAS
              ASSIGN       TO 'ENTREGAS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-ENTREGAS
              RECORD KEY   IS NUM-ENT
              ALTERNATE RECORD KEY IS CHAVE-ROTA-ENT WITH DUPLICATES
              ALTERNATE RECORD KEY IS NUM-EMP-ENT WITH DUPLICATES.
