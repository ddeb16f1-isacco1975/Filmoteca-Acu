      **
      * COPY BOOK RECORD LAYOUT - AUDIT/JOURNAL HASH CHAIN HEAD
      * (CADEIA.dat) - ONE RECORD PER CHAINED LOG: THE LAST LINE
      * HANDED OUT AND THE ANCHOR, THE LAST LINE THAT LEFT THE FILES
      * THE VERIFICATION WALKS (JOURNAL CUT BY A BACKUP, AUDIT
      * SEGMENTS CONSOLIDATED BY THE RETENTION PASS).
      **
       01  REG-CAD.
           05 CAD-LOG               PIC X(03).
              88 CAD-AUDITORIA                VALUE 'AUD'.
              88 CAD-JOURNAL                  VALUE 'JRN'.
           05 CAD-ULT-SEQ           PIC 9(09).
           05 CAD-ULT-HASH          PIC 9(09).
           05 CAD-ANC-SEQ           PIC 9(09).
           05 CAD-ANC-HASH          PIC 9(09).
      *    AAAAMMDDHHMM THE ANCHOR LAST MOVED
           05 CAD-ANC-DATA          PIC X(12).
