      **
      * COPY BOOK DESCRIPTION DATA FILES - SCREENING EVENTS
      * (RANDOM/DYNAMIC)
      **
           SELECT EXIBICOES
              ASSIGN       TO 'EXIBICOES.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-EXIBICOES
              RECORD KEY   IS NUM-EXB
              ALTERNATE RECORD KEY IS DATA-EXB WITH DUPLICATES.
