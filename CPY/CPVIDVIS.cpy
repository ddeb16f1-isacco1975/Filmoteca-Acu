      **
      * COPY BOOK DESCRIPTION DATA FILES - MERCHANDISE SALE LINES
      * (RANDOM/DYNAMIC)
      **
           SELECT ITENSVND
              ASSIGN       TO 'ITENSVND.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-ITENSVND
              RECORD KEY   IS CHAVE-VIT.
