      **
      * COPY BOOK DESCRIPTION DATA FILES - DOCUMENT TEMPLATES
      * (RANDOM/DYNAMIC)
      **
           SELECT MODELOS
              ASSIGN       TO 'MODELOS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-MODELOS
              RECORD KEY   IS CHAVE-MOD.
