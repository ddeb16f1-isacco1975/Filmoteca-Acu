      **
      * COPY BOOK PERSONAL RECOMMENDATIONS (LINKAGE WITH RKVIDPRG) -
      * THE CALLER PASSES THE BORROWER AND HOW MANY TITLES IT HAS
      * ROOM FOR (1 TO 5), AND GETS BACK THE BEST-SCORING AVAILABLE
      * TITLES THE BORROWER HAS NEVER HAD, BEST FIRST.
      **
       01  LNK-RECOMENDA.
           05 LNK-RCM-LOC           PIC 9(05).
           05 LNK-RCM-MAX           PIC 9(01).
           05 LNK-RCM-QTDE          PIC 9(01).
           05 TAB-RCM.
              10 OCC-RCM OCCURS 5 TIMES.
                 15 EL-RCM-CODIGO   PIC 9(05).
                 15 EL-RCM-TITULO   PIC X(45).
                 15 EL-RCM-PONTOS   PIC 9(03).
      *          WHAT WEIGHED MOST IN THE SCORE - 'S' SAME SERIES,
      *          'P' SHARES CAST/CREW WITH A TITLE THEY RATED HIGHLY,
      *          'G' ONE OF THE GENRES THEY RENT MOST.
                 15 EL-RCM-MOTIVO   PIC X(01).
                    88 RCM-SERIE       VALUE 'S'.
                    88 RCM-PESSOA      VALUE 'P'.
                    88 RCM-GENERO      VALUE 'G'.
