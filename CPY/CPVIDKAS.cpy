      **
      * COPY BOOK DESCRIPTION DATA FILES - CAMPAIGN TARGETS
      * (RANDOM/DYNAMIC)
      **
           SELECT ALVOS
              ASSIGN       TO 'ALVOS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-ALVOS
              RECORD KEY   IS CHAVE-ALV.
