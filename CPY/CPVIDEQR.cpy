      **
      * COPY BOOK RECORD LAYOUT - TITLE TAG MASTER (ETIQUETAS) DATA
      * FILE - THE THEMED COLLECTIONS THE SHOP MERCHANDISES BY
      * ("OSCAR", "NATAL", "CULT", "NACIONAL", "EQUIPE") ACROSS THE
      * GENRES. A TAG IS RETIRED, NEVER DELETED - TITLES ALREADY
      * TAGGED KEEP IT UNTIL SOMEONE TAKES IT OFF THEM.
      **
       01  REG-ETQ.
           05 COD-ETQ               PIC X(10).
           05 DESC-ETQ              PIC X(30).
           05 STATUS-ETQ            PIC X(01).
              88 ETQ-ATIVA             VALUE 'A'.
              88 ETQ-RETIRADA          VALUE 'R'.
