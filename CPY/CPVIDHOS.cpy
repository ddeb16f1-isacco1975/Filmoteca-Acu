      **
      * COPY BOOK DESCRIPTION DATA FILES - BRANCH OPENING HOURS
      * (RANDOM/DYNAMIC)
      **
           SELECT HORARIOS
              ASSIGN       TO 'HORARIOS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-HORARIOS
              RECORD KEY   IS CHAVE-HOR.
