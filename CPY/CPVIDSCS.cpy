      **
      * COPY BOOK DESCRIPTION DATA FILES - INSURANCE CLAIM COPIES
      * (RANDOM/DYNAMIC)
      **
           SELECT SINCOPIAS
              ASSIGN       TO 'SINCOPIAS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-SINCOPIAS
              RECORD KEY   IS CHAVE-SCP.
