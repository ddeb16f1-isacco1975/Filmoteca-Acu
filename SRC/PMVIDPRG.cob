           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
           COPY 'CPVIDPHW.cpy'. *> PARAMETER HISTORY DAT WORKBOOK
      *
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-PARMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-PARMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-POPTION
             WHEN '1' PERFORM 0310-INCLUDE-PARAM
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
      *    THE PARAMETER FILE IS LET GO MEANWHILE - THE LOCK
      *    READS ITS LOCKOUT THRESHOLD FROM IT.
       0298-IDLE-LOCK SECTION.
           CLOSE PARAMS.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
           OPEN I-O PARAMS.
       0298-IDLE-LOCK-END. EXIT.

       0310-INCLUDE-PARAM SECTION.
           INITIALIZE REG-PAR WRK-MSG.
           DISPLAY SCREEN-PAREDT.
