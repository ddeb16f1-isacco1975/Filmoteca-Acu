      **
      * COPY BOOK DESCRIPTION DATA FILES - MAINTENANCE FLAG
      * (SEQUENTIAL) - A SINGLE LINE RAISED BY BDVIDPRG WHILE THE
      * NIGHTLY CHAIN RUNS AND LOWERED WHEN IT ENDS. WHILE IT IS UP
      * THE UPDATE PROGRAMS ALLOW LOOK-UPS ONLY.
      **
           SELECT MANUTENCAO
              ASSIGN       TO 'MANUTENCAO.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-MANUTENCAO.
