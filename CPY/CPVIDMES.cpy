      **
      * COPY BOOK DESCRIPTION DATA FILES - COUNTER MERCHANDISE
      * (RANDOM/DYNAMIC)
      **
           SELECT PRODUTOS
              ASSIGN       TO 'PRODUTOS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-PRODUTOS
              RECORD KEY   IS COD-MER
              ALTERNATE RECORD KEY IS BARRA-MER WITH DUPLICATES.
