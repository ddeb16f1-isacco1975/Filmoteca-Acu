      **
      * COPY BOOK DESCRIPTION DATA FILES - MARKETING CAMPAIGNS
      * (RANDOM/DYNAMIC)
      **
           SELECT CAMPANHAS
              ASSIGN       TO 'CAMPANHAS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-CAMPANHAS
              RECORD KEY   IS COD-CMP.
