           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  WRK-PERFIL-UTL           PIC X(01) VALUE SPACE.
           COPY 'CPVIDLBL.cpy'. *> LABEL PRINT LINKAGE (LBVIDPRG)
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-UTLMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-UTLMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
      *    THE TOOLS THAT OVERWRITE THE LIVE MASTERS WHOLESALE -
      *    FORWARD RECOVERY, PURGE/REORG AND THE FILE CONVERSIONS -
             WHEN 'T' WHEN 't' CALL 'VBVIDPRG'
             WHEN 'U' WHEN 'u' CALL 'CKVIDPRG'
             WHEN 'V' WHEN 'v' CALL 'UPVIDPRG'
             WHEN 'W' WHEN 'w' CALL 'LQVIDPRG'
             WHEN 'Y' WHEN 'y' CALL 'AFVIDPRG'
             WHEN 'Z' WHEN 'z' CALL 'FCVIDPRG'
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
