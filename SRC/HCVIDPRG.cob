      ******************************************************************
      * FILE NAME   : HCVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : AUDIT AND JOURNAL HASH CHAIN OF VIDEOTECA        *
      *               PROGRAM - HANDS OUT THE NEXT SEQUENCE NUMBER     *
      *               AND CHAINED HASH FOR EVERY NEW AUDITORIA.txt     *
      *               AND JOURNAL.txt LINE, AND HOLDS THE CHAIN HEAD   *
      *               AND ANCHOR THE VERIFICATION RUN (HVVIDPRG)       *
      *               CHECKS THE FILES AGAINST                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HCVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEIA
              ASSIGN       TO 'CADEIA.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-CADEIA
              RECORD KEY   IS CAD-LOG.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CADEIA.
           COPY 'CPVIDCNR.cpy'. *> HASH CHAIN HEAD DATA FILE
      *
       WORKING-STORAGE SECTION.
       77  FS-CADEIA                 PIC X(02) VALUE '00'.
       77  WRK-CAD-EXISTE            PIC X(01) VALUE 'N'.
      *
      *    HASH SCRATCH - THE SAME POSITION-WEIGHTED ROLLING SUM AS
      *    THE CKVIDPRG RECORD CHECKSUM, BUT SEEDED WITH THE PREVIOUS
      *    LINE'S HASH AND THIS LINE'S SEQUENCE NUMBER, SO EVERY LINE
      *    VOUCHES FOR THE ONE BEFORE IT AND FOR ITS OWN PLACE.
       77  WRK-CAD-IDX               PIC 9(03) VALUE ZERO.
       77  WRK-CAD-SOMA              PIC 9(09) VALUE ZERO.
       77  WRK-CAD-AGORA             PIC X(21) VALUE SPACES.
      *
       LINKAGE SECTION.
           COPY 'CPVIDCNL.cpy'. *> HASH CHAIN LINKAGE
      *
       PROCEDURE DIVISION USING LNK-CADEIA.
       0000-MAIN.
           MOVE '00' TO LNK-CAD-STATUS.
      *
           EVALUATE LNK-CAD-FUNCAO
             WHEN 'E' PERFORM 0300-CHAIN-LINE
             WHEN 'H' PERFORM 0350-COMPUTE-HASH
             WHEN 'C' PERFORM 0310-READ-HEAD
             WHEN 'A' PERFORM 0320-MOVE-ANCHOR
             WHEN OTHER
               MOVE '99' TO LNK-CAD-STATUS
           END-EVALUATE.
      *
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

      *    THE HEAD FILE IS OPENED AND CLOSED ON EVERY CALL - TWO
      *    COUNTERS SHARE IT, AND HOLDING IT OPEN ACROSS A SCREEN
      *    WOULD KEEP THE NEXT TERMINAL'S LINE WAITING.
       0100-OPEN-DATA.
           OPEN I-O CADEIA.
           IF FS-CADEIA EQUAL "35"
               OPEN OUTPUT CADEIA
               CLOSE CADEIA
               OPEN I-O CADEIA
           END-IF.
      *
           IF FS-CADEIA NOT EQUAL "00"
               MOVE FS-CADEIA TO LNK-CAD-STATUS
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0110-READ-LOG.
           MOVE LNK-CAD-LOG TO CAD-LOG.
           READ CADEIA
               INVALID KEY
                   MOVE 'N' TO WRK-CAD-EXISTE
                   MOVE LNK-CAD-LOG TO CAD-LOG
                   MOVE ZEROES TO CAD-ULT-SEQ CAD-ULT-HASH
                                  CAD-ANC-SEQ CAD-ANC-HASH
                   MOVE SPACES TO CAD-ANC-DATA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-CAD-EXISTE
           END-READ.
       0110-READ-LOG-END. EXIT.

       0120-SAVE-LOG.
           IF WRK-CAD-EXISTE EQUAL 'S'
               REWRITE REG-CAD
                   INVALID KEY MOVE FS-CADEIA TO LNK-CAD-STATUS
               END-REWRITE
           ELSE
               WRITE REG-CAD
                   INVALID KEY MOVE FS-CADEIA TO LNK-CAD-STATUS
               END-WRITE
           END-IF.
      *
      *    A LOCKED HEAD (STATUS 51) FALLS OUTSIDE INVALID KEY.
           IF FS-CADEIA NOT EQUAL "00" AND NOT EQUAL "02"
               MOVE FS-CADEIA TO LNK-CAD-STATUS
           END-IF.
       0120-SAVE-LOG-END. EXIT.

      *    NEXT LINK: SEQUENCE = LAST + 1, PREVIOUS = LAST HASH, AND
      *    THE NEW HASH BECOMES THE HEAD. IF THE HEAD CANNOT BE READ
      *    OR SAVED THE CALLER GETS ZEROES AND STILL WRITES THE LINE -
      *    AN AUDIT ENTRY IS NEVER LOST TO THE CHAIN.
       0300-CHAIN-LINE.
           MOVE ZEROES TO LNK-CAD-SEQ LNK-CAD-ANT LNK-CAD-HASH.
           PERFORM 0100-OPEN-DATA.
           IF LNK-CAD-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0110-READ-LOG.
           IF CAD-ULT-SEQ NOT LESS 999999999
               MOVE '24' TO LNK-CAD-STATUS
               CLOSE CADEIA
               EXIT PARAGRAPH
           END-IF.
      *
           COMPUTE LNK-CAD-SEQ = CAD-ULT-SEQ + 1.
           MOVE CAD-ULT-HASH TO LNK-CAD-ANT.
           PERFORM 0350-COMPUTE-HASH.
      *
           MOVE LNK-CAD-SEQ  TO CAD-ULT-SEQ.
           MOVE LNK-CAD-HASH TO CAD-ULT-HASH.
           PERFORM 0120-SAVE-LOG.
           CLOSE CADEIA.
      *
           IF LNK-CAD-STATUS NOT EQUAL '00'
               MOVE ZEROES TO LNK-CAD-SEQ LNK-CAD-ANT LNK-CAD-HASH
           END-IF.
       0300-CHAIN-LINE-END. EXIT.

       0310-READ-HEAD.
           MOVE ZEROES TO LNK-CAD-SEQ LNK-CAD-HASH
                          LNK-CAD-ANC-SEQ LNK-CAD-ANC-HASH.
           PERFORM 0100-OPEN-DATA.
           IF LNK-CAD-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0110-READ-LOG.
           MOVE CAD-ULT-SEQ  TO LNK-CAD-SEQ.
           MOVE CAD-ULT-HASH TO LNK-CAD-HASH.
           MOVE CAD-ANC-SEQ  TO LNK-CAD-ANC-SEQ.
           MOVE CAD-ANC-HASH TO LNK-CAD-ANC-HASH.
           CLOSE CADEIA.
       0310-READ-HEAD-END. EXIT.

      *    THE ANCHOR ONLY EVER MOVES FORWARD - A CALLER HANDING IN
      *    AN OLDER LINK (A RE-RUN OF A RETENTION PASS) IS IGNORED.
       0320-MOVE-ANCHOR.
           PERFORM 0100-OPEN-DATA.
           IF LNK-CAD-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0110-READ-LOG.
           IF LNK-CAD-ANC-SEQ GREATER CAD-ANC-SEQ
               MOVE LNK-CAD-ANC-SEQ  TO CAD-ANC-SEQ
               MOVE LNK-CAD-ANC-HASH TO CAD-ANC-HASH
               MOVE FUNCTION CURRENT-DATE TO WRK-CAD-AGORA
               MOVE WRK-CAD-AGORA(1:12)   TO CAD-ANC-DATA
               PERFORM 0120-SAVE-LOG
           END-IF.
           CLOSE CADEIA.
       0320-MOVE-ANCHOR-END. EXIT.

       0350-COMPUTE-HASH.
           COMPUTE WRK-CAD-SOMA = FUNCTION MOD(
               (LNK-CAD-ANT * 31) + LNK-CAD-SEQ, 999999937).
           PERFORM VARYING WRK-CAD-IDX FROM 1 BY 1
                   UNTIL WRK-CAD-IDX GREATER LNK-CAD-TAM
               COMPUTE WRK-CAD-SOMA = FUNCTION MOD(
                   (WRK-CAD-SOMA * 31)
                 + (FUNCTION ORD(LNK-CAD-LINHA(WRK-CAD-IDX:1))
                    * WRK-CAD-IDX), 999999937)
           END-PERFORM.
           MOVE WRK-CAD-SOMA TO LNK-CAD-HASH.
       0350-COMPUTE-HASH-END. EXIT.

       0700-END-PROGRAM.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM HCVIDPRG.
