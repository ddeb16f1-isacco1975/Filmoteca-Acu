           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPXW.cpy'. *> TITLE WORD INDEX WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  WRK-AOPTION              PIC X(01) VALUE SPACE.
       77  WRK-ALVO                 PIC 9(05) VALUE ZERO.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-ALTMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-ALTMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-AOPTION
             WHEN '1' PERFORM 0310-INCLUDE-ALIAS
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
       0298-IDLE-LOCK-END. EXIT.

      *    A NEW ALIAS: THE MOVIE MUST EXIST, THE ALIAS TAKES THE
      *    NEXT SEQUENCE SLOT, AND ITS WORDS GO STRAIGHT ONTO THE
      *    WORD INDEX - FROM THAT MOMENT THE SEARCH ANSWERS TO THE
