      **
      * COPY BOOK RECORD LAYOUT - INSURANCE CLAIM COPIES (SINCOPIAS)
      * DATA FILE - ONE ROW PER PHYSICAL COPY LISTED ON A CLAIM,
      * WITH THE TITLE'S VALOR-REPOSICAO AS IT STOOD THE DAY THE
      * COPY WAS ADDED, SO A LATER REVALUATION DOES NOT MOVE WHAT
      * WAS CLAIMED
      **
       01  REG-SCP.
           05 CHAVE-SCP.
              10 NUM-SIN-SCP        PIC 9(05).
              10 CODIGO-SCP         PIC 9(05).
              10 NUM-COPIA-SCP      PIC 9(03).
           05 VALOR-SCP             PIC 9(05)V9(02).
      *    WHERE THE COPY WAS WHEN THE EVENT TOOK IT - ON THE SHELF
      *    (D) OR ON THE ROAD BETWEEN BRANCHES (T).
           05 STATUS-ANT-SCP        PIC X(01).
           05 FILIAL-SCP            PIC X(02).
