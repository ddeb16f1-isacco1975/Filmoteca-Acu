      **
      * COPY BOOK DESCRIPTION DATA FILES - VOIDED CHECKOUTS
      * (RANDOM/DYNAMIC)
      **
           SELECT ESTORNOS
              ASSIGN       TO 'ESTORNOS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-ESTORNOS
              RECORD KEY   IS NUM-EST
              ALTERNATE RECORD KEY IS DATA-EST WITH DUPLICATES.
