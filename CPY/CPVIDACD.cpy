      **
      * COPY BOOK RECORD LAYOUT - REVENUE-SHARE AGREEMENTS (ACORDOS)
      * DATA FILE - ONE ROW PER TITLE TAKEN ON REVENUE-SHARE TERMS
      * INSTEAD OF OUTRIGHT PURCHASE. THE DISTRIBUTOR IS OWED
      * PERC-ACD OF EVERY RENTAL PAID ON THE TITLE WHILE THE TERM
      * RUNS, AND NEVER LESS THAN MINIMO-ACD IN ANY MONTH OF IT
      **
       01  REG-ACD.
           05 CODIGO-ACD            PIC 9(05).
           05 COD-DIS-ACD           PIC X(02).
           05 PERC-ACD              PIC 9(02)V9(02).
           05 DATA-INI-ACD          PIC 9(08).
      *    ZERO MEANS THE TERM IS OPEN-ENDED.
           05 DATA-FIM-ACD          PIC 9(08).
      *    MONTHLY MINIMUM GUARANTEE FOR THE TITLE.
           05 MINIMO-ACD            PIC 9(05)V9(02).
           05 STATUS-ACD            PIC X(01).
              88 ACD-ATIVO             VALUE 'A'.
              88 ACD-ENCERRADO         VALUE 'E'.
           05 DATA-ALT-ACD          PIC 9(08).
