      **
      * COPY BOOK DESCRIPTION DATA FILES - DELIVERY ZONES
      * (RANDOM/DYNAMIC)
      **
           SELECT ZONAS
              ASSIGN       TO 'ZONAS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-ZONAS
              RECORD KEY   IS COD-ZON.
