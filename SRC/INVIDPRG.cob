           COPY 'CPVIDSRD.cpy'. *> SEARCH RECORD DISTRIBUTORS
           COPY 'CPVIDDUP.cpy'. *> DUPLICATE TITLE CHECK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDPSL.cpy'. *> PEOPLE/CREDITS LINKAGE (PSVIDPRG)
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
      *    THE TITLE IS ON FILE - OFFER THE CAST/CREW CREDITS RIGHT
      *    AWAY, WHILE THE SLEEVE IS STILL IN THE OPERATOR'S HAND.
       0345-OFFER-CREDITS.
      *    A GAME HAS NO CAST OR CREW TO RECORD.
           IF MIDIA-JOGO
               EXIT PARAGRAPH
           END-IF.
      *
           DISPLAY 'EDIT CAST/CREW (Y/N)? [ ]'
               AT LINE 21 COLUMN 02.
           ACCEPT WRK-AWAIT AT LINE 21 COLUMN 25.
