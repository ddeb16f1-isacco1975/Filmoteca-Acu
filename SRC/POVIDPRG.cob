           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDPMW.cpy'. *> PROMOTIONS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-PROMOS-REL            PIC X(02).
       77  WRK-POPTION              PIC X(01) VALUE SPACE.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-PRMMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-PRMMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-POPTION
             WHEN '1' PERFORM 0310-DEFINE-PROMO
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
       0298-IDLE-LOCK-END. EXIT.

      *    ONE SCREEN SETS OR REPLACES A CODE - A WRITE THAT BOUNCES
      *    OFF AN EXISTING KEY BECOMES THE REWRITE, KEEPING THE USE
      *    COUNTERS THE CODE HAS ALREADY EARNED.
