      **
      * COPY BOOK DESCRIPTION DATA FILES - GAME PLATFORMS
      * (RANDOM/DYNAMIC)
      **
           SELECT PLATAFORMAS
              ASSIGN       TO 'PLATAFORMAS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-PLATAFORMAS
              RECORD KEY   IS COD-PLT.
