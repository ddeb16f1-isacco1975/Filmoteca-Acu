      **
      * COPY BOOK DESCRIPTION DATA FILES - REVENUE-SHARE AGREEMENTS
      * (RANDOM/DYNAMIC)
      **
           SELECT ACORDOS
              ASSIGN       TO 'ACORDOS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-ACORDOS
              RECORD KEY   IS CODIGO-ACD
              ALTERNATE RECORD KEY IS COD-DIS-ACD WITH DUPLICATES.
