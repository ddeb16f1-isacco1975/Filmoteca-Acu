      **
      * COPY BOOK DESCRIPTION DATA FILES - EDITION SPECS PER TITLE
      * AND FORMAT (RANDOM/DYNAMIC)
      **
           SELECT EDICOES
              ASSIGN       TO 'EDICOES.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-EDICOES
              RECORD KEY   IS CHAVE-EDI.
