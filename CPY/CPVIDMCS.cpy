      **
      * COPY BOOK DESCRIPTION DATA FILES - MEMBER CARD REGISTER
      * (RANDOM/DYNAMIC)
      **
           SELECT CARTOES
              ASSIGN       TO 'CARTOES.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-CARTOES
              RECORD KEY   IS NUM-CRT.
