      **
      * COPY BOOK RECORD LAYOUT - AUDIT LOG FILE
      **
       01  REG-LOG.                 *> LRECL 173
           03 LOG-DATA              PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 LOG-HORA              PIC X(05).
           03 LOG-VALOR-ANTIGO      PIC X(45).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 LOG-VALOR-NOVO        PIC X(45).
      *    HASH CHAIN (HCVIDPRG) - ZEROES OR SPACES ON A LINE WRITTEN
      *    BEFORE THE CHAIN EXISTED OR WHEN IT COULD NOT BE REACHED.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 LOG-SEQ               PIC 9(09).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 LOG-HASH-ANT          PIC 9(09).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 LOG-HASH              PIC 9(09).
