      ******************************************************************
      * FILE NAME   : HVVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : HASH CHAIN VERIFICATION OF VIDEOTECA PROGRAM -   *
      *               WALKS THE AUDIT LOG (EVERY MONTHLY SEGMENT ON    *
      *               AUDIT-SEG.txt, THEN THE LIVE FILE) AND THE       *
      *               RECOVERY JOURNAL LINK BY LINK, AND REPORTS ANY   *
      *               ALTERED LINE, BROKEN LINK, GAP, REORDERING OR    *
      *               MISSING TAIL ON CADEIA-REL.txt                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HVVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE WALK OPENS EACH MONTHLY SEGMENT CLOSED BY RTVIDPRG AND
      *    THEN THE LIVE LOG, SO THE FILE NAME IS A VARIABLE HERE
      *    INSTEAD OF THE SHARED CPVIDAFC LITERAL.
           SELECT LOG-AUDITORIA
              ASSIGN       TO WRK-LOG-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-LOG-AUDITORIA.
           COPY 'CPVIDJRS.cpy'. *> RECOVERY JOURNAL WORKBOOK
      *
           SELECT SEGIDX
              ASSIGN       TO 'AUDIT-SEG.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-SEGIDX.
      *
           SELECT RELATO-CAD
              ASSIGN       TO 'CADEIA-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-RELATO-CAD.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  JOURNAL.
           COPY 'CPVIDJRN.cpy'. *> RECOVERY JOURNAL RECORD
      *
       FD  SEGIDX.
       01 REG-IDXSEG.
          03 IDXSEG-ARQUIVO      PIC X(24).
          03 FILLER              PIC X(01).
          03 IDXSEG-ANOMES       PIC 9(06).
      *
       FD  RELATO-CAD.
       01 REL-CAD                PIC X(120).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
      *
       77  FS-SEGIDX                 PIC X(02).
       77  FS-RELATO-CAD             PIC X(02).
       77  WRK-LOG-FILE              PIC X(24) VALUE 'AUDITORIA.txt'.
       77  WRK-SEG-COUNT             PIC 9(02) VALUE ZERO.
       77  IDX                       PIC S9(04) COMP VALUE ZERO.
      *
       01  TAB-SEGMENTOS.
           05 OCC-SEG      OCCURS 36 TIMES.
              10 EL-SEG-ARQUIVO    PIC X(24).
      *
      *    THE CHAIN UNDER TEST: WHICH LOG, THE HEAD AND ANCHOR
      *    HCVIDPRG HOLDS FOR IT, AND THE LINK THE NEXT LINE MUST
      *    CARRY - SEQUENCE NUMBER AND PREVIOUS HASH.
       77  WRK-VER-LOG               PIC X(03) VALUE SPACES.
       77  WRK-VER-ARQ               PIC X(24) VALUE SPACES.
       77  WRK-VER-LINHA             PIC 9(07) VALUE ZERO.
       77  WRK-VER-INICIADO          PIC X(01) VALUE 'N'.
       77  WRK-CAB-SEQ               PIC 9(09) VALUE ZERO.
       77  WRK-CAB-HASH              PIC 9(09) VALUE ZERO.
       77  WRK-ESP-SEQ               PIC 9(09) VALUE ZERO.
       77  WRK-ESP-HASH              PIC 9(09) VALUE ZERO.
      *
      *    THE LINE JUST READ, WHICHEVER LOG IT CAME FROM.
       77  WRK-LIN-SEQ               PIC 9(09) VALUE ZERO.
       77  WRK-LIN-ANT               PIC 9(09) VALUE ZERO.
       77  WRK-LIN-HASH              PIC 9(09) VALUE ZERO.
      *
       77  WRK-LIDOS                 PIC 9(07) USAGE COMP-3 VALUE ZERO.
       77  WRK-ANTIGOS               PIC 9(07) USAGE COMP-3 VALUE ZERO.
       77  WRK-QUEBRAS               PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-PRIM-QUEBRA           PIC X(120) VALUE SPACES.
       77  WRK-OCORRENCIA            PIC X(70) VALUE SPACES.
      *
       77  WRK-SEQ-EDIT              PIC Z(08)9.
       77  WRK-SEQ-EDIT2             PIC Z(08)9.
       77  WRK-LIN-EDIT              PIC Z(06)9.
       77  WRK-CNT-EDIT              PIC Z(06)9.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'HVVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0010-CHECK-BATCH-MODE.
           PERFORM 0110-DATE-TIME.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-VERIFY-AUDIT.
           PERFORM 0350-VERIFY-JOURNAL.
           PERFORM 0400-PRINT-RESULTS.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0010-CHECK-BATCH-MODE.
           COPY 'CPVIDBOP.cpy'. *> DETECT HEADLESS/BATCH MODE
       0010-CHECK-BATCH-MODE-END. EXIT.

       0110-DATE-TIME.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
           MOVE " * * *  H A S H   C H A I N   C H E C K  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           IF NOT BATCH-MODE
               DISPLAY SCREEN-MAIN
           END-IF.
       0110-DATE-TIME-END. EXIT.

       0100-OPEN-DATA.
           OPEN OUTPUT RELATO-CAD.
           IF FS-RELATO-CAD NOT EQUAL "00"
               MOVE '53ERROR OPENING CADEIA-REL.TXT.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-RELATO-CAD TO WS-ABEND-CODE
               MOVE 'ERROR OPENING CHAIN REPORT.' TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           MOVE SPACES TO REL-CAD.
           STRING 'VIDEOTECA - HASH CHAIN CHECK   RUN DATE: ' WRK-DATE
                  ' ' WRK-TIME
               DELIMITED BY SIZE INTO REL-CAD.
           WRITE REL-CAD.
           MOVE ALL '-' TO REL-CAD.
           WRITE REL-CAD.
       0100-OPEN-DATA-END. EXIT.

      *    THE AUDIT CHAIN RUNS THROUGH THE MONTHLY SEGMENTS IN THE
      *    ORDER RTVIDPRG CLOSED THEM AND ON INTO THE LIVE FILE - A
      *    ROTATION ONLY MOVES LINES, IT NEVER RESTARTS THE CHAIN.
       0300-VERIFY-AUDIT.
           MOVE 'AUD' TO WRK-VER-LOG.
           PERFORM 0380-START-CHAIN.
           PERFORM 0310-LOAD-SEGMENT-INDEX.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-SEG-COUNT
               MOVE EL-SEG-ARQUIVO(IDX) TO WRK-LOG-FILE
               PERFORM 0320-WALK-AUDIT-FILE
           END-PERFORM.
      *
           MOVE 'AUDITORIA.txt' TO WRK-LOG-FILE.
           PERFORM 0320-WALK-AUDIT-FILE.
      *
           PERFORM 0390-END-CHAIN.
       0300-VERIFY-AUDIT-END. EXIT.

       0310-LOAD-SEGMENT-INDEX.
           MOVE ZERO TO WRK-SEG-COUNT.
           OPEN INPUT SEGIDX.
           IF FS-SEGIDX NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM UNTIL FS-SEGIDX EQUAL "10"
                      OR WRK-SEG-COUNT EQUAL 36
               READ SEGIDX AT END MOVE "10" TO FS-SEGIDX
                   NOT AT END
                       ADD 1 TO WRK-SEG-COUNT
                       MOVE IDXSEG-ARQUIVO
                           TO EL-SEG-ARQUIVO(WRK-SEG-COUNT)
               END-READ
           END-PERFORM.
           CLOSE SEGIDX.
       0310-LOAD-SEGMENT-INDEX-END. EXIT.

       0320-WALK-AUDIT-FILE.
           MOVE WRK-LOG-FILE TO WRK-VER-ARQ.
           MOVE ZERO TO WRK-VER-LINHA.
           OPEN INPUT LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA NOT EQUAL "00"
      *        A SEGMENT STILL ON THE INDEX MUST STILL BE ON DISK -
      *        ONLY THE RETENTION PASS MAY TAKE ONE AWAY.
               IF WRK-LOG-FILE NOT EQUAL 'AUDITORIA.txt'
                   MOVE 'SEGMENT ON AUDIT-SEG.TXT IS MISSING FROM DISK'
                       TO WRK-OCORRENCIA
                   PERFORM 0370-REPORT-EXCEPTION
               END-IF
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM UNTIL FS-LOG-AUDITORIA NOT EQUAL "00"
               READ LOG-AUDITORIA
                   AT END MOVE "10" TO FS-LOG-AUDITORIA
                   NOT AT END
                       ADD 1 TO WRK-VER-LINHA
                       MOVE 143            TO LNK-CAD-TAM
                       MOVE REG-LOG(1:143) TO LNK-CAD-LINHA
                       IF LOG-SEQ IS NUMERIC
                          AND LOG-HASH-ANT IS NUMERIC
                          AND LOG-HASH IS NUMERIC
                           MOVE LOG-SEQ      TO WRK-LIN-SEQ
                           MOVE LOG-HASH-ANT TO WRK-LIN-ANT
                           MOVE LOG-HASH     TO WRK-LIN-HASH
                       ELSE
                           MOVE ZEROES TO WRK-LIN-SEQ WRK-LIN-ANT
                                          WRK-LIN-HASH
                       END-IF
                       PERFORM 0360-CHECK-LINK
               END-READ
           END-PERFORM.
           CLOSE LOG-AUDITORIA.
       0320-WALK-AUDIT-FILE-END. EXIT.

      *    THE JOURNAL STARTS OVER AT EVERY BACKUP (BKVIDPRG), WHICH
      *    MOVES ITS ANCHOR TO THE LAST LINK OF THE GENERATION CUT, SO
      *    ONLY THE LIVE FILE IS WALKED.
       0350-VERIFY-JOURNAL.
           MOVE 'JRN' TO WRK-VER-LOG.
           PERFORM 0380-START-CHAIN.
           MOVE 'JOURNAL.txt' TO WRK-VER-ARQ.
           MOVE ZERO TO WRK-VER-LINHA.
      *
           OPEN INPUT JOURNAL.
           IF FS-JOURNAL EQUAL "00"
               PERFORM UNTIL FS-JOURNAL NOT EQUAL "00"
                   READ JOURNAL
                       AT END MOVE "10" TO FS-JOURNAL
                       NOT AT END
                           ADD 1 TO WRK-VER-LINHA
                           MOVE 284            TO LNK-CAD-TAM
                           MOVE REG-JRN(1:284) TO LNK-CAD-LINHA
                           IF JRN-SEQ IS NUMERIC
                              AND JRN-HASH-ANT IS NUMERIC
                              AND JRN-HASH IS NUMERIC
                               MOVE JRN-SEQ      TO WRK-LIN-SEQ
                               MOVE JRN-HASH-ANT TO WRK-LIN-ANT
                               MOVE JRN-HASH     TO WRK-LIN-HASH
                           ELSE
                               MOVE ZEROES TO WRK-LIN-SEQ WRK-LIN-ANT
                                              WRK-LIN-HASH
                           END-IF
                           PERFORM 0360-CHECK-LINK
                   END-READ
               END-PERFORM
               CLOSE JOURNAL
           END-IF.
      *
           PERFORM 0390-END-CHAIN.
       0350-VERIFY-JOURNAL-END. EXIT.

      *    THE HEAD IS TAKEN BEFORE THE WALK - LINES WRITTEN BY A
      *    TERMINAL WHILE THE CHECK RUNS LIE PAST IT AND ARE SIMPLY
      *    CHECKED LIKE THE REST.
       0380-START-CHAIN.
           MOVE 'C'         TO LNK-CAD-FUNCAO.
           MOVE WRK-VER-LOG TO LNK-CAD-LOG.
           CALL 'HCVIDPRG' USING LNK-CADEIA.
           IF LNK-CAD-STATUS NOT EQUAL '00'
               MOVE SPACES TO WRK-VER-ARQ
               MOVE 'CHAIN HEAD (CADEIA.DAT) COULD NOT BE READ'
                   TO WRK-OCORRENCIA
               PERFORM 0370-REPORT-EXCEPTION
           END-IF.
      *
           MOVE LNK-CAD-SEQ  TO WRK-CAB-SEQ.
           MOVE LNK-CAD-HASH TO WRK-CAB-HASH.
           COMPUTE WRK-ESP-SEQ = LNK-CAD-ANC-SEQ + 1.
           MOVE LNK-CAD-ANC-HASH TO WRK-ESP-HASH.
           MOVE 'N' TO WRK-VER-INICIADO.
       0380-START-CHAIN-END. EXIT.

      *    WHATEVER THE HEAD HANDED OUT MUST HAVE TURNED UP - LINES
      *    CUT FROM THE END OF A FILE LEAVE NO GAP BEHIND THEM, ONLY
      *    A HEAD THE FILES NO LONGER REACH.
       0390-END-CHAIN.
           MOVE SPACES TO WRK-VER-ARQ.
           MOVE ZERO   TO WRK-VER-LINHA.
           IF WRK-CAB-SEQ NOT LESS WRK-ESP-SEQ
               MOVE WRK-ESP-SEQ TO WRK-SEQ-EDIT
               MOVE WRK-CAB-SEQ TO WRK-SEQ-EDIT2
               MOVE SPACES TO WRK-OCORRENCIA
               STRING 'TAIL MISSING - SEQ ' WRK-SEQ-EDIT
                      ' TO ' WRK-SEQ-EDIT2 ' NOT FOUND'
                   DELIMITED BY SIZE INTO WRK-OCORRENCIA
               PERFORM 0370-REPORT-EXCEPTION
           ELSE
               IF WRK-CAB-SEQ GREATER ZERO
                  AND WRK-CAB-SEQ EQUAL WRK-ESP-SEQ - 1
                  AND WRK-CAB-HASH NOT EQUAL WRK-ESP-HASH
                   MOVE WRK-CAB-SEQ TO WRK-SEQ-EDIT
                   MOVE SPACES TO WRK-OCORRENCIA
                   STRING 'LAST LINE SEQ ' WRK-SEQ-EDIT
                          ' DOES NOT MATCH THE CHAIN HEAD'
                       DELIMITED BY SIZE INTO WRK-OCORRENCIA
                   PERFORM 0370-REPORT-EXCEPTION
               END-IF
           END-IF.
       0390-END-CHAIN-END. EXIT.

      *    ONE LINE AGAINST THE CHAIN. ITS OWN HASH IS RECOMPUTED
      *    FROM ITS CONTENTS AND THE PREVIOUS HASH IT CARRIES (AN
      *    EDITED LINE FAILS HERE), THEN ITS LINK IS CHECKED AGAINST
      *    THE LINE BEFORE IT (A DELETED LINE LEAVES A GAP, A MOVED
      *    ONE RUNS BACKWARDS, A SWAPPED-IN ONE POINTS AT THE WRONG
      *    HASH). AFTER A BREAK THE WALK RESYNCHRONISES ON THE LINE
      *    IT HAS, SO ONE DAMAGED LINE IS NOT REPORTED A THOUSAND
      *    TIMES OVER.
       0360-CHECK-LINK.
           ADD 1 TO WRK-LIDOS.
           IF WRK-LIN-SEQ EQUAL ZERO
               IF WRK-VER-INICIADO EQUAL 'S'
                   MOVE 'LINE CARRIES NO CHAIN LINK'
                       TO WRK-OCORRENCIA
                   PERFORM 0370-REPORT-EXCEPTION
               ELSE
      *            WRITTEN BEFORE THE CHAIN EXISTED - NOT COVERED.
                   ADD 1 TO WRK-ANTIGOS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-VER-INICIADO.
      *
           MOVE 'H'          TO LNK-CAD-FUNCAO.
           MOVE WRK-VER-LOG  TO LNK-CAD-LOG.
           MOVE WRK-LIN-SEQ  TO LNK-CAD-SEQ.
           MOVE WRK-LIN-ANT  TO LNK-CAD-ANT.
           CALL 'HCVIDPRG' USING LNK-CADEIA.
           IF LNK-CAD-HASH NOT EQUAL WRK-LIN-HASH
               MOVE WRK-LIN-SEQ TO WRK-SEQ-EDIT
               MOVE SPACES TO WRK-OCORRENCIA
               STRING 'SEQ ' WRK-SEQ-EDIT
                      ' ALTERED - CONTENTS DO NOT MATCH ITS HASH'
                   DELIMITED BY SIZE INTO WRK-OCORRENCIA
               PERFORM 0370-REPORT-EXCEPTION
           END-IF.
      *
           EVALUATE TRUE
             WHEN WRK-LIN-SEQ EQUAL WRK-ESP-SEQ
               IF WRK-LIN-ANT NOT EQUAL WRK-ESP-HASH
                   MOVE WRK-LIN-SEQ TO WRK-SEQ-EDIT
                   MOVE SPACES TO WRK-OCORRENCIA
                   STRING 'BROKEN LINK AT SEQ ' WRK-SEQ-EDIT
                          ' - LINE BEFORE IT CHANGED OR REPLACED'
                       DELIMITED BY SIZE INTO WRK-OCORRENCIA
                   PERFORM 0370-REPORT-EXCEPTION
               END-IF
             WHEN WRK-LIN-SEQ GREATER WRK-ESP-SEQ
               MOVE WRK-ESP-SEQ TO WRK-SEQ-EDIT
               COMPUTE WRK-SEQ-EDIT2 = WRK-LIN-SEQ - 1
               MOVE SPACES TO WRK-OCORRENCIA
               STRING 'GAP - SEQ ' WRK-SEQ-EDIT ' TO ' WRK-SEQ-EDIT2
                      ' MISSING'
                   DELIMITED BY SIZE INTO WRK-OCORRENCIA
               PERFORM 0370-REPORT-EXCEPTION
             WHEN OTHER
               MOVE WRK-LIN-SEQ TO WRK-SEQ-EDIT
               COMPUTE WRK-SEQ-EDIT2 = WRK-ESP-SEQ - 1
               MOVE SPACES TO WRK-OCORRENCIA
               STRING 'OUT OF ORDER - SEQ ' WRK-SEQ-EDIT
                      ' FOUND AFTER SEQ ' WRK-SEQ-EDIT2
                   DELIMITED BY SIZE INTO WRK-OCORRENCIA
               PERFORM 0370-REPORT-EXCEPTION
           END-EVALUATE.
      *
           IF WRK-LIN-SEQ NOT LESS WRK-ESP-SEQ
               COMPUTE WRK-ESP-SEQ = WRK-LIN-SEQ + 1
               MOVE WRK-LIN-HASH TO WRK-ESP-HASH
           END-IF.
       0360-CHECK-LINK-END. EXIT.

       0370-REPORT-EXCEPTION.
           ADD 1 TO WRK-QUEBRAS.
           MOVE WRK-VER-LINHA TO WRK-LIN-EDIT.
           MOVE SPACES TO REL-CAD.
           IF WRK-VER-LINHA GREATER ZERO
               STRING WRK-VER-LOG ' ' WRK-VER-ARQ ' LINE '
                      WRK-LIN-EDIT ': '
                   DELIMITED BY SIZE INTO REL-CAD
           ELSE
               STRING WRK-VER-LOG ' ' WRK-VER-ARQ ': '
                   DELIMITED BY SIZE INTO REL-CAD
           END-IF.
           STRING WRK-OCORRENCIA DELIMITED BY SIZE
               INTO REL-CAD(46:).
           WRITE REL-CAD.
      *
           IF WRK-QUEBRAS EQUAL 1
               MOVE REL-CAD TO WRK-PRIM-QUEBRA
           END-IF.
       0370-REPORT-EXCEPTION-END. EXIT.

       0400-PRINT-RESULTS.
           MOVE ALL '-' TO REL-CAD.
           WRITE REL-CAD.
           MOVE SPACES TO REL-CAD.
           MOVE WRK-LIDOS TO WRK-CNT-EDIT.
           STRING 'LINES CHECKED: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO REL-CAD.
           MOVE WRK-ANTIGOS TO WRK-CNT-EDIT.
           STRING '   OLDER THAN THE CHAIN: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO REL-CAD(23:).
           MOVE WRK-QUEBRAS TO WRK-CNT-EDIT.
           STRING '   EXCEPTIONS: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO REL-CAD(55:).
           WRITE REL-CAD.
      *
           IF WRK-QUEBRAS GREATER ZERO
               MOVE SPACES TO REL-CAD
               MOVE 'FIRST BROKEN LINK:' TO REL-CAD
               WRITE REL-CAD
               MOVE WRK-PRIM-QUEBRA TO REL-CAD
               WRITE REL-CAD
           END-IF.
      *
           MOVE WRK-QUEBRAS TO WRK-CNT-EDIT.
           INITIALIZE WRK-MSG.
           IF WRK-QUEBRAS EQUAL ZERO
               MOVE '54AUDIT AND JOURNAL CHAINS INTACT.' TO WRK-MSG
           ELSE
               STRING '43CHAIN EXCEPTIONS: ' DELIMITED BY SIZE
                      WRK-CNT-EDIT DELIMITED BY SIZE
                      ' - SEE CADEIA-REL.TXT.' DELIMITED BY SIZE
                      INTO WRK-MSG
           END-IF.
           PERFORM 0900-SHOW-MSG.
       0400-PRINT-RESULTS-END. EXIT.

       0900-SHOW-MSG.
           COPY 'CPVIDSMS.cpy'. *> SHOW MESSAGE (SCREEN OR BATCH)
       0900-SHOW-MSG-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE RELATO-CAD.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM HVVIDPRG.
