           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDCLW.cpy'. *> CALENDAR DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  WRK-COPTION              PIC X(01) VALUE SPACE.
       77  WRK-LST-LINE             PIC 9(02) USAGE COMP-3 VALUE 09.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-CALMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-CALMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-COPTION
             WHEN '1' PERFORM 0310-INCLUDE-DATE
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
       0298-IDLE-LOCK-END. EXIT.

       0310-INCLUDE-DATE SECTION.
           INITIALIZE REG-CAL WRK-MSG.
           DISPLAY SCREEN-CALEDT.
