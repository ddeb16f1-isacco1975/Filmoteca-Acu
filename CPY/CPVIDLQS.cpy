      **
      * COPY BOOK DESCRIPTION DATA FILES - CARD SETTLEMENTS
      * (RANDOM/DYNAMIC)
      **
           SELECT LIQUIDACOES
              ASSIGN       TO 'LIQUIDACOES.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-LIQUIDACOES
              RECORD KEY   IS REF-LIQ
              ALTERNATE RECORD KEY IS NUM-CXS-LIQ WITH DUPLICATES.
