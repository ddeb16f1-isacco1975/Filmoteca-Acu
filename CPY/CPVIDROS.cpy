      **
      * COPY BOOK DESCRIPTION DATA FILES - STAFF ROTA (RANDOM/DYNAMIC)
      **
           SELECT ESCALAS
              ASSIGN       TO 'ESCALAS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-ESCALAS
              RECORD KEY   IS CHAVE-ESC.
