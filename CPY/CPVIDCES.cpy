      **
      * COPY BOOK DESCRIPTION DATA FILES - POSTAL-CODE (CEP) REFERENCE
      * (RANDOM/DYNAMIC)
      **
           SELECT CEPS
              ASSIGN       TO 'CEPS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-CEPS
              RECORD KEY   IS CEP-REF.
