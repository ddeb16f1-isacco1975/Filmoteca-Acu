      **
      * COPY BOOK DESCRIPTION DATA FILES - PETTY CASH AND SAFE DROPS
      * (RANDOM/DYNAMIC)
      **
           SELECT MOVCAIXA
              ASSIGN       TO 'MOVCAIXA.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-MOVCAIXA
              RECORD KEY   IS NUM-MCX
              ALTERNATE RECORD KEY IS DATA-MCX WITH DUPLICATES.
