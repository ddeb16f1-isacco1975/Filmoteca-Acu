      ******************************************************************
      * FILE NAME   : PNVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : LOYALTY POINTS LIABILITY OF VIDEOTECA PROGRAM -  *
      *               EXPIRES THE LOTS PAST THEIR DATE, THEN LISTS     *
      *               EVERY BORROWER'S POINTS OUTSTANDING AND WHAT     *
      *               THEY ARE WORTH AT THE TILL, WITH THE MONTH'S     *
      *               EARNED/REDEEMED/EXPIRED MOVEMENT (MONTHLY RUN)   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PNVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDPNS.cpy'. *> LOYALTY POINTS DAT WORKBOOK
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
      *
           SELECT PONTOS-REL
              ASSIGN       TO 'PONTOS-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-PONTOS-REL.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PONTOS.
           COPY 'CPVIDPNT.cpy'. *> LOYALTY POINTS DATA FILE
      *
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  PONTOS-REL.
       01 REG-PNR                PIC X(100).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDPNW.cpy'. *> LOYALTY POINTS DAT WORKBOOK
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE (SPVIDPRG)
      *
       77  FS-PONTOS-REL            PIC X(02).
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
      *
      *    WHAT ONE POINT IS WORTH AT THE TILL (PARAMS.dat CODE
      *    PTSVALOR, IN CENTAVOS) - THE SAME FIGURE EMVIDPRG REDEEMS
      *    AT, SO THE LIABILITY IS WHAT THE SHOP WOULD GIVE AWAY.
       77  WRK-PNT-VALOR            PIC 9(03)V9(02) VALUE 0,10.
      *
      *    THE NEXT LEDGER NUMBER FOR THE EXPIRY ROWS THE SWEEP
      *    WRITES, AND THE LOT BEING EXPIRED.
       77  WRK-PNT-PROX             PIC 9(07) VALUE ZERO.
       77  WRK-EXP-LOC              PIC 9(05) VALUE ZERO.
       77  WRK-EXP-QTDE             PIC 9(05) VALUE ZERO.
       77  WRK-EXP-NUM              PIC 9(07) VALUE ZERO.
       77  WRK-EXP-LOTE             PIC 9(07) VALUE ZERO.
      *
      *    PER-BORROWER CONTROL BREAK - THE BORROWER IN HAND, THE
      *    POINTS STILL GOOD AND THE EARLIEST DATE ANY OF THEM LAPSE.
       77  WRK-BRK-LOC              PIC 9(05) VALUE ZERO.
       77  WRK-BRK-SALDO            PIC 9(07) VALUE ZERO.
       77  WRK-BRK-EXPIRA           PIC 9(08) VALUE ZERO.
      *
      *    RUN TOTALS - THE OUTSTANDING BOOK AND THE MONTH'S MOVEMENT.
       77  WRK-TOT-CONTAS           PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-TOT-SALDO            PIC 9(09) USAGE COMP-3 VALUE ZERO.
       77  WRK-TOT-VALOR            PIC 9(09)V9(02) VALUE ZERO.
       77  WRK-MES-GANHOS           PIC 9(09) USAGE COMP-3 VALUE ZERO.
       77  WRK-MES-RESGATES         PIC 9(09) USAGE COMP-3 VALUE ZERO.
       77  WRK-MES-EXPIRADOS        PIC 9(09) USAGE COMP-3 VALUE ZERO.
       77  WRK-EXPIRADOS-HOJE       PIC 9(05) USAGE COMP-3 VALUE ZERO.
      *
       77  WRK-LIN-VALOR            PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-PTS-EDIT             PIC Z(08)9.
       77  WRK-VAL-EDIT             PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-CNT-EDIT             PIC ZZZZ9.
       77  WRK-DATE-DISP            PIC 9(04)/9(02)/9(02).
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'PNVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0010-CHECK-BATCH-MODE.
           PERFORM 0110-DATE-TIME.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0200-EXPIRE-LOTS.
           PERFORM 0300-PROCESS-DATA.
           PERFORM 0400-PRINT-RESULTS.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0010-CHECK-BATCH-MODE.
           COPY 'CPVIDBOP.cpy'. *> DETECT HEADLESS/BATCH MODE
       0010-CHECK-BATCH-MODE-END. EXIT.

       0110-DATE-TIME.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
           MOVE " * *  L O Y A L T Y   P O I N T S  * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           IF NOT BATCH-MODE
               DISPLAY SCREEN-MAIN
           END-IF.
       0110-DATE-TIME-END. EXIT.

       0100-OPEN-DATA.
      *    I-O BECAUSE THE SWEEP ZEROES THE LAPSED LOTS AND WRITES
      *    THE EXPIRY ROWS THAT RECORD THEM.
           OPEN I-O PONTOS.
           IF FS-PONTOS EQUAL "35"
               OPEN OUTPUT PONTOS
               CLOSE PONTOS
               OPEN I-O PONTOS
           END-IF.
      *
           IF FS-PONTOS NOT EQUAL "00"
               MOVE '47ERROR OPENING LOYALTY POINTS FILE.'
                   TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-PONTOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING LOYALTY POINTS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT BORROWERS.
           IF FS-BORROWERS EQUAL "35"
               OPEN OUTPUT BORROWERS
               CLOSE BORROWERS
               OPEN INPUT BORROWERS
           END-IF.
      *
           OPEN INPUT PARAMS.
           IF FS-PARAMS EQUAL "00"
               MOVE 'PTSVALOR' TO COD-PAR
               PERFORM 0150-FETCH-PARAM
               IF WRK-PAR-FOUND EQUAL 1
                   COMPUTE WRK-PNT-VALOR = WRK-PAR-NUM / 100
               END-IF
               CLOSE PARAMS
           END-IF.
      *
           OPEN OUTPUT PONTOS-REL.
           IF FS-PONTOS-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING PONTOS-REL FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-PONTOS-REL TO WS-ABEND-CODE
               MOVE 'ERROR OPENING PONTOS-REL FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           MOVE SPACES TO REG-PNR.
           STRING 'LOYALTY POINTS LIABILITY AS OF ' WRK-DATE ' '
                  WRK-TIME
               DELIMITED BY SIZE INTO REG-PNR.
           WRITE REG-PNR.
           MOVE ALL '-' TO REG-PNR.
           WRITE REG-PNR.
           MOVE SPACES TO REG-PNR.
           STRING 'BORROWER NAME                      POINTS'
                  '            VALUE  FIRST EXPIRY'
               DELIMITED BY SIZE INTO REG-PNR.
           WRITE REG-PNR.
       0100-OPEN-DATA-END. EXIT.

       0150-FETCH-PARAM.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0150-FETCH-PARAM-END. EXIT.

      *    ANY EARNED LOT STILL HOLDING POINTS PAST ITS EXPIRY DATE
      *    IS ZEROED AND AN EXPIRY ROW IS WRITTEN FOR WHAT LAPSED -
      *    THE LOTS ARE MARKED FIRST AND THE ROWS WRITTEN AFTERWARDS
      *    SO THE WALK NEVER MEETS ITS OWN OUTPUT.
       0200-EXPIRE-LOTS.
           MOVE HIGH-VALUES TO NUM-PNT.
           START PONTOS KEY IS NOT GREATER NUM-PNT
               INVALID KEY
                   MOVE ZEROES TO NUM-PNT
               NOT INVALID KEY
                   READ PONTOS NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-PNT GIVING WRK-PNT-PROX.
           MOVE WRK-PNT-PROX TO WRK-EXP-NUM.
      *
           MOVE LOW-VALUES TO NUM-PNT.
           START PONTOS KEY IS NOT LESS NUM-PNT
               INVALID KEY MOVE 10 TO FS-PONTOS
           END-START.
           IF FS-PONTOS NOT EQUAL 10
               READ PONTOS NEXT AT END MOVE 10 TO FS-PONTOS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PONTOS EQUAL 10
                     OR NUM-PNT NOT LESS WRK-EXP-NUM
               IF PNT-GANHO
                  AND SALDO-PNT GREATER ZERO
                  AND DATA-EXPIRA-PNT LESS WRK-TODAY-NUM
                   PERFORM 0210-EXPIRE-ONE-LOT
               END-IF
               IF FS-PONTOS NOT EQUAL 10
                   READ PONTOS NEXT AT END MOVE 10 TO FS-PONTOS
                   END-READ
               END-IF
           END-PERFORM.
       0200-EXPIRE-LOTS-END. EXIT.

       0210-EXPIRE-ONE-LOT.
           MOVE NUM-PNT TO WRK-EXP-LOTE.
           MOVE NUM-LOC-PNT TO WRK-EXP-LOC.
           MOVE SALDO-PNT TO WRK-EXP-QTDE.
           MOVE ZERO TO SALDO-PNT.
           REWRITE REG-PNT
               INVALID KEY EXIT PARAGRAPH
           END-REWRITE.
      *
           INITIALIZE REG-PNT.
           MOVE WRK-PNT-PROX  TO NUM-PNT.
           MOVE WRK-EXP-LOC   TO NUM-LOC-PNT.
           MOVE WRK-TODAY-NUM TO DATA-PNT.
           SET PNT-EXPIRADO TO TRUE.
           MOVE WRK-EXP-QTDE  TO QTDE-PNT.
           COMPUTE VALOR-PNT = WRK-EXP-QTDE * WRK-PNT-VALOR.
           WRITE REG-PNT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-PNT-PROX
                   ADD 1 TO WRK-EXPIRADOS-HOJE
           END-WRITE.
      *
      *    THE WRITE LOSES THE WALK'S PLACE - PICK IT UP AGAIN JUST
      *    PAST THE LOT THAT WAS EXPIRED.
           MOVE WRK-EXP-LOTE TO NUM-PNT.
           START PONTOS KEY IS GREATER NUM-PNT
               INVALID KEY MOVE 10 TO FS-PONTOS
           END-START.
       0210-EXPIRE-ONE-LOT-END. EXIT.

      *    THE BOOK IN BORROWER ORDER (THE NUM-LOC-PNT ALTERNATE
      *    KEY), ONE LINE PER BORROWER WITH POINTS STILL GOOD, AND
      *    THE MONTH'S MOVEMENT TOTALLED ON THE WAY PAST.
       0300-PROCESS-DATA.
           MOVE ZEROES TO WRK-BRK-LOC WRK-BRK-SALDO WRK-BRK-EXPIRA.
           MOVE LOW-VALUES TO NUM-LOC-PNT.
           START PONTOS KEY IS NOT LESS NUM-LOC-PNT
               INVALID KEY MOVE 10 TO FS-PONTOS
           END-START.
           IF FS-PONTOS NOT EQUAL 10
               READ PONTOS NEXT AT END MOVE 10 TO FS-PONTOS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PONTOS EQUAL 10
               IF NUM-LOC-PNT NOT EQUAL WRK-BRK-LOC
                   PERFORM 0310-PRINT-BORROWER
                   MOVE NUM-LOC-PNT TO WRK-BRK-LOC
                   MOVE ZEROES TO WRK-BRK-SALDO WRK-BRK-EXPIRA
               END-IF
      *
               IF PNT-GANHO
                  AND SALDO-PNT GREATER ZERO
                  AND DATA-EXPIRA-PNT NOT LESS WRK-TODAY-NUM
                   ADD SALDO-PNT TO WRK-BRK-SALDO
                   IF WRK-BRK-EXPIRA EQUAL ZEROES
                      OR DATA-EXPIRA-PNT LESS WRK-BRK-EXPIRA
                       MOVE DATA-EXPIRA-PNT TO WRK-BRK-EXPIRA
                   END-IF
               END-IF
      *
               IF DATA-PNT(1:6) EQUAL WRK-TODAY-NUM(1:6)
                   EVALUATE TRUE
                       WHEN PNT-GANHO
                           ADD QTDE-PNT TO WRK-MES-GANHOS
                       WHEN PNT-RESGATE
                           ADD QTDE-PNT TO WRK-MES-RESGATES
                       WHEN PNT-EXPIRADO
                           ADD QTDE-PNT TO WRK-MES-EXPIRADOS
                   END-EVALUATE
               END-IF
               READ PONTOS NEXT AT END MOVE 10 TO FS-PONTOS END-READ
           END-PERFORM.
      *
           PERFORM 0310-PRINT-BORROWER.
       0300-PROCESS-DATA-END. EXIT.

       0310-PRINT-BORROWER.
           IF WRK-BRK-SALDO EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-BRK-LOC TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   MOVE 'NOT ON FILE' TO NOME-LOC
           END-READ.
      *
           ADD 1 TO WRK-TOT-CONTAS.
           ADD WRK-BRK-SALDO TO WRK-TOT-SALDO.
           COMPUTE WRK-LIN-VALOR = WRK-BRK-SALDO * WRK-PNT-VALOR.
           ADD WRK-LIN-VALOR TO WRK-TOT-VALOR.
      *
           MOVE WRK-BRK-SALDO TO WRK-PTS-EDIT.
           MOVE WRK-LIN-VALOR TO WRK-VAL-EDIT.
           MOVE WRK-BRK-EXPIRA TO WRK-DATE-DISP.
           MOVE SPACES TO REG-PNR.
           STRING WRK-BRK-LOC '    ' NOME-LOC '  ' WRK-PTS-EDIT
                  '  ' WRK-VAL-EDIT '  ' WRK-DATE-DISP
               DELIMITED BY SIZE INTO REG-PNR.
           WRITE REG-PNR.
       0310-PRINT-BORROWER-END. EXIT.

       0400-PRINT-RESULTS.
           MOVE ALL '-' TO REG-PNR.
           WRITE REG-PNR.
           MOVE WRK-TOT-CONTAS TO WRK-CNT-EDIT.
           MOVE SPACES TO REG-PNR.
           STRING 'BORROWERS HOLDING POINTS.....: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO REG-PNR.
           WRITE REG-PNR.
           MOVE WRK-TOT-SALDO TO WRK-PTS-EDIT.
           MOVE SPACES TO REG-PNR.
           STRING 'POINTS OUTSTANDING...........: ' WRK-PTS-EDIT
               DELIMITED BY SIZE INTO REG-PNR.
           WRITE REG-PNR.
           MOVE WRK-TOT-VALOR TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-PNR.
           STRING 'LIABILITY AT TILL VALUE......: ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-PNR.
           WRITE REG-PNR.
           MOVE SPACES TO REG-PNR.
           WRITE REG-PNR.
           MOVE WRK-MES-GANHOS TO WRK-PTS-EDIT.
           MOVE SPACES TO REG-PNR.
           STRING 'EARNED THIS MONTH............: ' WRK-PTS-EDIT
               DELIMITED BY SIZE INTO REG-PNR.
           WRITE REG-PNR.
           MOVE WRK-MES-RESGATES TO WRK-PTS-EDIT.
           MOVE SPACES TO REG-PNR.
           STRING 'REDEEMED THIS MONTH..........: ' WRK-PTS-EDIT
               DELIMITED BY SIZE INTO REG-PNR.
           WRITE REG-PNR.
           MOVE WRK-MES-EXPIRADOS TO WRK-PTS-EDIT.
           MOVE SPACES TO REG-PNR.
           STRING 'EXPIRED THIS MONTH...........: ' WRK-PTS-EDIT
               DELIMITED BY SIZE INTO REG-PNR.
           WRITE REG-PNR.
       0400-PRINT-RESULTS-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE PONTOS BORROWERS PONTOS-REL.
      *
      *    THE RUN JUST WRITTEN GOES ON THE REPORT SPOOL SO IT CAN
      *    BE VIEWED OR REPRINTED LATER INSTEAD OF BEING LOST TO
      *    THE NEXT RUN.
           MOVE 'PONTOS' TO LNK-SPL-NOME.
           MOVE 'PONTOS-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
      *
           MOVE WRK-EXPIRADOS-HOJE TO WRK-CNT-EDIT.
           INITIALIZE WRK-MSG.
           STRING '54POINTS LIABILITY WRITTEN, LOTS EXPIRED: '
                  DELIMITED BY SIZE
                  WRK-CNT-EDIT DELIMITED BY SIZE
                  INTO WRK-MSG.
           PERFORM 0900-SHOW-MSG.
       0500-CLOSE-DATA-END. EXIT.

       0900-SHOW-MSG.
           COPY 'CPVIDSMS.cpy'. *> SHOW MESSAGE (SCREEN OR BATCH)
       0900-SHOW-MSG-END. EXIT.

       0600-ROT-ABEND.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM PNVIDPRG.
