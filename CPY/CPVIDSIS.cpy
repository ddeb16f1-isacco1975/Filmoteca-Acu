      **
      * COPY BOOK DESCRIPTION DATA FILES - INSURANCE CLAIMS
      * (RANDOM/DYNAMIC)
      **
           SELECT SINISTROS
              ASSIGN       TO 'SINISTROS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-SINISTROS
              RECORD KEY   IS NUM-SIN
              ALTERNATE RECORD KEY IS SIN-STATUS WITH DUPLICATES.
