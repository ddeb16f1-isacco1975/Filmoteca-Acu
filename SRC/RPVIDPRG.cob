           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-RPTMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-RPTMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-ROPTION
             WHEN '1' CALL 'HSVIDPRG'
             WHEN 'F' WHEN 'f' CALL 'SAVIDPRG'
             WHEN 'G' WHEN 'g' CALL 'BLVIDPRG'
             WHEN 'H' WHEN 'h' CALL 'CCVIDPRG'
             WHEN 'I' WHEN 'i' CALL 'PNVIDPRG'
             WHEN 'J' WHEN 'j' CALL 'RDVIDPRG'
             WHEN 'K' WHEN 'k' CALL 'NFVIDPRG'
             WHEN 'L' WHEN 'l' CALL 'ROVIDPRG'
             WHEN 'M' WHEN 'm' CALL 'CAVIDPRG'
             WHEN 'N' WHEN 'n' CALL 'QBVIDPRG'
             WHEN 'O' WHEN 'o' CALL 'SIVIDPRG'
             WHEN 'P' WHEN 'p' CALL 'PUVIDPRG'
             WHEN 'Q' WHEN 'q' CALL 'CMVIDPRG'
             WHEN 'R' WHEN 'r' CALL 'SUVIDPRG'
             WHEN 'S' WHEN 's' CALL 'DRVIDPRG'
             WHEN '0' MOVE 'N' TO WRK-CONTINUE
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
       0298-IDLE-LOCK-END. EXIT.

       0600-ROT-ABEND SECTION.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
