      **
      * COPY BOOK DESCRIPTION DATA FILES - FILM CLUB TICKETS
      * (RANDOM/DYNAMIC)
      **
           SELECT INGRESSOS
              ASSIGN       TO 'INGRESSOS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-INGRESSOS
              RECORD KEY   IS NUM-ING
              ALTERNATE RECORD KEY IS NUM-EXB-ING WITH DUPLICATES.
