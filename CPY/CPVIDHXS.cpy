      **
      * COPY BOOK DESCRIPTION DATA FILES - HISTORY YEAR INDEX
      * (SEQUENTIAL) - ONE LINE PER YEAR THAT HAS LOAN HISTORY FILES
      * ON DISK, IN ASCENDING ORDER, REBUILT BY HIVIDPRG AT EVERY
      * PARTITION RUN
      **
           SELECT HIST-IDX
              ASSIGN       TO 'HISTORICO.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-HIST-IDX.
