      **
      * COPY BOOK DESCRIPTION DATA FILES - BRANCH TRANSFERS
      * (RANDOM/DYNAMIC)
      **
           SELECT TRANSF
              ASSIGN       TO 'TRANSF.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-TRANSF
              RECORD KEY   IS NUM-TRF.
