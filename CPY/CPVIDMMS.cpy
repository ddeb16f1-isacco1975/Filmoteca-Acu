      **
      * COPY BOOK DESCRIPTION DATA FILES - BORROWER ALERT MEMOS
      * (RANDOM/DYNAMIC)
      **
           SELECT ALERTAS
              ASSIGN       TO 'ALERTAS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-ALERTAS
              RECORD KEY   IS CHAVE-MEM.
