      **
      * COPY BOOK DESCRIPTION DATA FILES - TAGS PER TITLE
      * (RANDOM/DYNAMIC)
      **
           SELECT ETQFILME
              ASSIGN       TO 'ETQFILME.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-ETQFILME
              RECORD KEY   IS CHAVE-EFI
              ALTERNATE RECORD KEY IS CODIGO-EFI WITH DUPLICATES.
