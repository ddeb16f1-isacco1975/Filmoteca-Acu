      **
      * COPY BOOK DESCRIPTION DATA FILES - SHIPPING NOTICES
      * (RANDOM/DYNAMIC)
      **
           SELECT AVISOS
              ASSIGN       TO 'AVISOS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-AVISOS
              RECORD KEY   IS NUM-PED-AVS.
