           COPY 'CPVIDPSW.cpy'. *> PEOPLE/CREDITS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  WRK-POPTION              PIC X(01) VALUE SPACE.
       77  WRK-PES-ASK              PIC 9(05) VALUE ZERO.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-PESMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-PESMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-POPTION
             WHEN '1' PERFORM 0310-INCLUDE-PERSON
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
       0298-IDLE-LOCK-END. EXIT.

       0305-NEXT-PERSON-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-PES.
           START PESSOAS KEY IS NOT GREATER NUM-PES
