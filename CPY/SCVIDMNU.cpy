           05 LINE 21 COLUMN 10 VALUE "+---------------+".
           05 LINE 20 COLUMN 23 PIC X(01) USING WRK-OPTION.
      *
      *    THE TILL ITEMS SIT IN THEIR OWN SMALL BOX SO NEITHER MENU
      *    COLUMN REACHES THE LINE 22-23 MESSAGE/WAIT BAND.
           05 LINE 05 COLUMN 28 VALUE "+-------------+".
           05 LINE 06 COLUMN 28 VALUE "| T. VENDAS   |".
           05 LINE 07 COLUMN 28 VALUE "| U. CONSOLID.|".
           05 LINE 08 COLUMN 28 VALUE "| V. VALES    |".
           05 LINE 09 COLUMN 28 VALUE "| W. QUIOSQUE |".
           05 LINE 10 COLUMN 28 VALUE "| Y. ENTREGAS |".
           05 LINE 11 COLUMN 28 VALUE "| Z. RECLAMAC.|".
           05 LINE 12 COLUMN 28 VALUE "+-------------+".
      *
           05 LINE 05 COLUMN 45 VALUE "+-------------+".
           05 LINE 06 COLUMN 45 VALUE "| E. DISTRIB. |".
