           COPY 'CPVIDCPS.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
           COPY 'CPVIDJRS.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDATS.cpy'. *> FIXED-ASSET MOVEMENTS WORKBOOK
      *
           SELECT EXPURGO-REL
              ASSIGN       TO 'EXPURGO-REL.txt'
      *
       FD  JOURNAL.
           COPY 'CPVIDJRN.cpy'. *> RECOVERY JOURNAL RECORD
      *
       FD  ATIVOS.
           COPY 'CPVIDATV.cpy'. *> FIXED-ASSET MOVEMENTS DATA FILE
      *
       FD  EXPURGO-REL.
       01 REG-XRL                PIC X(100).
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDCPW.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDATW.cpy'. *> FIXED-ASSET MOVEMENTS WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDVFL.cpy'. *> VERIFY-CREDENTIALS LINKAGE
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-EXPURGO-REL           PIC X(02).
       77  WRK-WOPTION              PIC X(01) VALUE SPACE.
           IF FS-JOURNAL EQUAL "35"
               OPEN OUTPUT JOURNAL
           END-IF.
      *
           OPEN I-O ATIVOS.
           IF FS-ATIVOS EQUAL "35"
               OPEN OUTPUT ATIVOS
               CLOSE ATIVOS
               OPEN I-O ATIVOS
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-EXPMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-EXPMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-WOPTION
             WHEN '1' PERFORM 0310-PULL-CANDIDATES
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG). THE AUDIT TRAIL
      *    IS LET GO WHILE THE LOCK AND THE RESUME ARE WRITTEN TO
      *    IT, AND WHOEVER UNLOCKED STAMPS EVERYTHING AFTER.
       0298-IDLE-LOCK SECTION.
           CLOSE LOG-AUDITORIA.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
           MOVE LNK-BLQ-ID TO WRK-OPERATOR.
       0298-IDLE-LOCK-END. EXIT.

      *    PULLS CANDIDATES BY THE DEAD-STOCK CRITERIA INSTEAD OF
      *    LETTING THE NLVIDPRG LIST GO IN A DRAWER. A TITLE ALREADY
      *    ON THE QUEUE BOUNCES OFF ITS OWN KEY AND IS LEFT AS IT
      *    EVERY REGISTER ROW OF THE TITLE STILL ON THE SHELF OR IN
      *    TRANSIT CLOSES OUT AS BAIXADA; COPIES ALREADY OUT,
      *    WRITTEN OFF OR AT THE DISTRIBUTOR ARE LEFT TO THEIR OWN
      *    FLOWS. A DONATED OR DISCARDED COPY LEAVES THE BOOKS HERE;
      *    ONE FOR SALE KEEPS ITS BOOK VALUE UNTIL THE TILL SELLS IT.
       0336-CLOSE-OUT-COPIES SECTION.
           MOVE CODIGO-EXP TO CODIGO-COP.
           MOVE ZEROES     TO NUM-COPIA.
                     OR CODIGO-COP NOT EQUAL CODIGO-EXP
               IF COP-DISPONIVEL OR COP-TRANSITO
                   SET COP-BAIXADA TO TRUE
                   IF DEST-DOAR OR DEST-DESCARTAR
                       PERFORM 0338-WRITE-OFF-ASSET
                   END-IF
                   REWRITE REG-COP
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-PERFORM.
       0336-CLOSE-OUT-COPIES-END. EXIT.

       0338-WRITE-OFF-ASSET SECTION.
           MOVE 'WD'          TO WRK-ATV-ORIGEM.
           MOVE ZEROES        TO WRK-ATV-DOC WRK-ATV-VENDA.
           MOVE WRK-TODAY-NUM TO WRK-ATV-HOJE.
           COPY 'CPVIDATB.cpy'. *> WRITE OFF THE COPY'S BOOK VALUE
       0338-WRITE-OFF-ASSET-END. EXIT.

       0337-SOFT-DELETE-TITLE SECTION.
           MOVE CODIGO-EXP TO CODIGO.
           READ MOVIES

       0500-CLOSE-DATA SECTION.
           CLOSE EMPRESTIMOS COPIAS MOVIES.
           CLOSE LOG-AUDITORIA JOURNAL ATIVOS.
           CLOSE EXPURGO.
      *
           IF FS-EXPURGO NOT EQUAL "00"
