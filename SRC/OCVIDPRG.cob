           COPY 'CPVIDPDW.cpy'. *> ORDERS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-ORCAMENTO-REL         PIC X(02).
       77  WRK-OOPTION              PIC X(01) VALUE SPACE.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-ORCMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-ORCMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-OOPTION
             WHEN '1' PERFORM 0310-DEFINE-BUDGET
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
       0298-IDLE-LOCK-END. EXIT.

      *    ONE SCREEN SETS OR REPLACES A SLICE - A WRITE THAT BOUNCES
      *    OFF AN EXISTING KEY SIMPLY BECOMES THE REWRITE, SO THE
      *    YEARLY RE-KEYING OF BUDGETS IS THE SAME MOTION AS THE
