      **
      * COPY BOOK RECORD LAYOUT - FORWARD-RECOVERY JOURNAL FILE -
      * ONE FULL BEFORE/AFTER RECORD IMAGE PER WRITE/REWRITE AGAINST
      * MOVIES.dat ('MOV') OR EMPRESTIMOS.dat ('EMP'), AND THE
      * BEFORE-IMAGE OF A LOAN DELETED BY A CHECKOUT VOID. UNLIKE THE
      * AUDIT LOG'S 45-BYTE VALUE COLUMNS, THESE IMAGES CAN REBUILD
      * THE WHOLE RECORD, WHICH IS WHAT DISASTER RECOVERY NEEDS.
      **
       01  REG-JRN.                 *> LRECL 314
           03 JRN-STAMP             PIC X(16).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 JRN-ARQUIVO           PIC X(03).
           03 JRN-OPERACAO          PIC X(01).
              88 JRN-GRAVACAO          VALUE 'W'.
              88 JRN-REGRAVACAO        VALUE 'R'.
              88 JRN-EXCLUSAO          VALUE 'D'.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 JRN-ANTES             PIC X(130).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 JRN-DEPOIS            PIC X(130).
      *    HASH CHAIN (HCVIDPRG) - SAME THREE COLUMNS AS THE AUDIT LOG.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 JRN-SEQ               PIC 9(09).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 JRN-HASH-ANT          PIC 9(09).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 JRN-HASH              PIC 9(09).
