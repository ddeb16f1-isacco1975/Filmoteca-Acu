          03 SEG-VALOR-ANTIGO    PIC X(45).
          03 FILLER              PIC X(01).
          03 SEG-VALOR-NOVO      PIC X(45).
          03 FILLER              PIC X(01).
          03 SEG-SEQ             PIC 9(09).
          03 FILLER              PIC X(01).
          03 SEG-HASH-ANT        PIC 9(09).
          03 FILLER              PIC X(01).
          03 SEG-HASH            PIC 9(09).
      *
       FD  SEGIDX.
       01 REG-IDXSEG.
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-SEGLOG                 PIC X(02).
       77  FS-SEGIDX                 PIC X(02).
       77  IDY                       PIC S9(04) COMP VALUE ZERO.
       77  WRK-OP-COUNT              PIC 9(02) USAGE COMP-3 VALUE ZERO.
       77  WRK-QTD-EDIT              PIC Z(04)9.
      *
      *    THE LAST CHAIN LINK SEEN IN THE SEGMENTS BEING DROPPED -
      *    IT BECOMES THE AUDIT CHAIN'S ANCHOR (HCVIDPRG), SO THE
      *    VERIFICATION RUN STARTS CLEAN AT THE OLDEST SURVIVOR.
       77  WRK-ANC-SEQ               PIC 9(09) VALUE ZERO.
       77  WRK-ANC-HASH              PIC 9(09) VALUE ZERO.
      *
       01  TAB-SEGMENTOS.
           05 OCC-SEG      OCCURS 36 TIMES.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-ROTMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-ROTMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-ROPTION
             WHEN '1' PERFORM 0310-ROTATE
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
       0298-IDLE-LOCK.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
       0298-IDLE-LOCK-END. EXIT.

      *    CLOSES THE GROWING APPEND FILE INTO A DATED SEGMENT AND
      *    STARTS A FRESH ONE - THE ENTRIES ARE APPENDED WITH THE OS
      *    "cat" UTILITY, SO A SECOND ROTATION IN THE SAME MONTH ADDS
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZERO TO WRK-DROP-COUNT WRK-ANC-SEQ WRK-ANC-HASH.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-SEG-COUNT
               IF EL-SEG-ANOMES(IDX) LESS WRK-MES-CORTE
           END-PERFORM.
      *
           PERFORM 0380-REBUILD-INDEX.
      *
           IF WRK-ANC-SEQ GREATER ZERO
               MOVE 'A'          TO LNK-CAD-FUNCAO
               MOVE 'AUD'        TO LNK-CAD-LOG
               MOVE WRK-ANC-SEQ  TO LNK-CAD-ANC-SEQ
               MOVE WRK-ANC-HASH TO LNK-CAD-ANC-HASH
               CALL 'HCVIDPRG' USING LNK-CADEIA
           END-IF.
      *
           MOVE WRK-DROP-COUNT TO WRK-QTD-EDIT.
           INITIALIZE WRK-MSG.
      *
           PERFORM UNTIL FS-SEGLOG EQUAL "10"
               READ SEGLOG AT END MOVE "10" TO FS-SEGLOG
                   NOT AT END
                       PERFORM 0375-COUNT-OPERATION
                       IF SEG-SEQ IS NUMERIC
                          AND SEG-SEQ GREATER WRK-ANC-SEQ
                           MOVE SEG-SEQ  TO WRK-ANC-SEQ
                           MOVE SEG-HASH TO WRK-ANC-HASH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SEGLOG.
