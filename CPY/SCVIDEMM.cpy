           05 LINE 13 COLUMN 10 VALUE "| 7. SERIES     |".
           05 LINE 14 COLUMN 10 VALUE "| 8. DROP BOX   |".
           05 LINE 15 COLUMN 10 VALUE "| 9. WHEN BACK  |".
           05 LINE 16 COLUMN 10 VALUE "| A. VOID SALE  |".
           05 LINE 17 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 18 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 19 COLUMN 10 VALUE "+---------------+".
           05 LINE 18 COLUMN 23 PIC X(01) USING WRK-EOPTION.
      *
       01  SCREEN-EMPEDT.
           05 LINE 16 COLUMN 12 VALUE
      *
       01  SCREEN-EMPLST.
           05 LINE 06 COLUMN 12 VALUE
               "+------------------------------".
           05 LINE 06 COLUMN 43 VALUE
               "----------------------------------+".
           05 LINE 07 COLUMN 12 VALUE
               "| LOAN# MOVIE  BORROWER        ".
           05 LINE 07 COLUMN 43 VALUE
               " LOANED   DUE        PHONE        |".
           05 LINE 22 COLUMN 12 VALUE
               "+------------------------------".
           05 LINE 22 COLUMN 43 VALUE
               "----------------------------------+".
