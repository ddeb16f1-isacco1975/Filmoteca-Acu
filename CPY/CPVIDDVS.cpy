      **
      * COPY BOOK DESCRIPTION DATA FILES - PARTNER DEFAULTER LIST
      * (RANDOM/DYNAMIC)
      **
           SELECT DEVEDORES
              ASSIGN       TO 'DEVEDORES.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-DEVEDORES
              RECORD KEY   IS CHAVE-DEV
              ALTERNATE RECORD KEY IS HASH-CPF-DEV WITH DUPLICATES.
