      **
      * COPY BOOK DESCRIPTION DATA FILES - LOSS LEDGER (LINE SEQ)
      **
           SELECT QUEBRAS
              ASSIGN       TO 'QUEBRAS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-QUEBRAS.
