           COPY 'CPVIDCPL.cpy'. *> COPY REGISTER LINKAGE (CRVIDPRG)
           COPY 'CPVIDSEL.cpy'. *> SERIES LINKAGE (SEVIDPRG)
           COPY 'CPVIDPSL.cpy'. *> PEOPLE/CREDITS LINKAGE (PSVIDPRG)
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-CADMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-CADMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-MOPTION
             WHEN '1' CALL 'CLVIDPRG'
             WHEN 'J' WHEN 'j' CALL 'ACVIDPRG'
             WHEN 'K' WHEN 'k' CALL 'ATVIDPRG'
             WHEN 'L' WHEN 'l' CALL 'RVVIDPRG'
             WHEN 'M' WHEN 'm' CALL 'RAVIDPRG'
             WHEN 'N' WHEN 'n' CALL 'CGVIDPRG'
             WHEN 'O' WHEN 'o' CALL 'MCVIDPRG'
             WHEN 'P' WHEN 'p' CALL 'PFVIDPRG'
             WHEN 'Q' WHEN 'q' CALL 'MEVIDPRG'
             WHEN 'R' WHEN 'r' CALL 'TIVIDPRG'
             WHEN 'S' WHEN 's' CALL 'EQVIDPRG'
             WHEN 'T' WHEN 't' CALL 'ESVIDPRG'
             WHEN 'U' WHEN 'u' CALL 'MKVIDPRG'
             WHEN 'V' WHEN 'v' CALL 'SHVIDPRG'
             WHEN 'W' WHEN 'w' CALL 'PCVIDPRG'
             WHEN 'Y' WHEN 'y' CALL 'MDVIDPRG'
             WHEN 'Z' WHEN 'z' CALL 'TRVIDPRG'
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
