      **
      * COPY BOOK SCREEN SECTION OF MASTER-DATA (CADASTROS) MENU -
      * THREE COLUMNS, AND NOTHING BELOW LINE 21: LINES 22-23 BELONG
      * TO THE SCVIDMSG.cpy MESSAGE AND WAIT BAND, WHICH WOULD
      * OTHERWISE PAINT OVER THE OPTION PROMPT
      **
           05 LINE 15 COLUMN 28 VALUE "| J. ACUMULO    |".
           05 LINE 16 COLUMN 28 VALUE "| K. TIT. ALT.  |".
           05 LINE 17 COLUMN 28 VALUE "| L. REVALORIZAR|".
           05 LINE 18 COLUMN 28 VALUE "| M. REPASSES   |".
           05 LINE 19 COLUMN 28 VALUE "+---------------+".
      *
           05 LINE 06 COLUMN 45 VALUE "+---------------+".
           05 LINE 07 COLUMN 45 VALUE "| N. CEP/ENDER. |".
           05 LINE 08 COLUMN 45 VALUE "| O. CARTOES    |".
           05 LINE 09 COLUMN 45 VALUE "| P. PLATAFORMAS|".
           05 LINE 10 COLUMN 45 VALUE "| Q. PRODUTOS   |".
           05 LINE 11 COLUMN 45 VALUE "| R. TROCAS     |".
           05 LINE 12 COLUMN 45 VALUE "| S. ETIQUETAS  |".
           05 LINE 13 COLUMN 45 VALUE "| T. EDICOES    |".
           05 LINE 14 COLUMN 45 VALUE "| U. CAMPANHAS  |".
           05 LINE 15 COLUMN 45 VALUE "| V. ESCALAS    |".
           05 LINE 16 COLUMN 45 VALUE "| W. CAIXINHA   |".
           05 LINE 17 COLUMN 45 VALUE "| Y. MODELOS    |".
           05 LINE 18 COLUMN 45 VALUE "| Z. TRANSACOES |".
           05 LINE 19 COLUMN 45 VALUE "+---------------+".
