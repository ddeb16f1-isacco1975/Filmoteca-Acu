      **
      * COPY BOOK DESCRIPTION DATA FILES - SUSPICIOUS-ACTIVITY HITS
      * (RANDOM/DYNAMIC)
      **
           SELECT SUSPEITAS
              ASSIGN       TO 'SUSPEITAS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-SUSPEITAS
              RECORD KEY   IS NUM-SUS
              ALTERNATE RECORD KEY IS CHAVE-SUS  WITH DUPLICATES
              ALTERNATE RECORD KEY IS SUS-STATUS WITH DUPLICATES.
