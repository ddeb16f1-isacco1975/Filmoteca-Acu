      **
      * COPY BOOK DESCRIPTION DATA FILES - LOYALTY POINTS
      * (RANDOM/DYNAMIC)
      **
           SELECT PONTOS
              ASSIGN       TO 'PONTOS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-PONTOS
              RECORD KEY   IS NUM-PNT
              ALTERNATE RECORD KEY IS NUM-LOC-PNT WITH DUPLICATES.
