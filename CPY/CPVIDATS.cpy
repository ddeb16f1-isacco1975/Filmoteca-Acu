      **
      * COPY BOOK DESCRIPTION DATA FILES - FIXED-ASSET MOVEMENTS
      * (RANDOM/DYNAMIC)
      **
           SELECT ATIVOS
              ASSIGN       TO 'ATIVOS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-ATIVOS
              RECORD KEY   IS CHAVE-ATV.
