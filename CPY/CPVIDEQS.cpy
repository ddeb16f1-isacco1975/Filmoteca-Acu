      **
      * COPY BOOK DESCRIPTION DATA FILES - TITLE TAG MASTER
      * (RANDOM/DYNAMIC)
      **
           SELECT ETIQUETAS
              ASSIGN       TO 'ETIQUETAS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-ETIQUETAS
              RECORD KEY   IS COD-ETQ.
