      ******************************************************************
      * FILE NAME   : SIVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : INSURANCE CLAIM ROUTINE OF VIDEOTECA PROGRAM -   *
      *               FILE A CLAIM FOR A THEFT, LOSS OR DAMAGE EVENT,  *
      *               LIST THE COPIES IT TOOK AT THEIR REPLACEMENT     *
      *               VALUE, FOLLOW IT THROUGH ASSESSMENT TO PAYOUT OR *
      *               REJECTION AND REPORT WHAT THE INSURER STILL OWES *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDSIS.cpy'. *> INSURANCE CLAIMS DAT WORKBOOK
           COPY 'CPVIDSCS.cpy'. *> INSURANCE CLAIM COPIES DAT WORKBOOK
           COPY 'CPVIDCPS.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDFLS.cpy'. *> BRANCHES DAT WORKBOOK
           COPY 'CPVIDTRS.cpy'. *> BRANCH TRANSFERS DAT WORKBOOK
           COPY 'CPVIDATS.cpy'. *> FIXED-ASSET MOVEMENTS WORKBOOK
           COPY 'CPVIDQBS.cpy'. *> LOSS LEDGER WORKBOOK
           COPY 'CPVIDJRS.cpy'. *> RECOVERY JOURNAL WORKBOOK
      *
           SELECT SIN-REL
              ASSIGN       TO 'SIN-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-SIN-REL.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SINISTROS.
           COPY 'CPVIDSIN.cpy'. *> INSURANCE CLAIM DATA FILE
      *
       FD  SINCOPIAS.
           COPY 'CPVIDSCP.cpy'. *> INSURANCE CLAIM COPY DATA FILE
      *
       FD  COPIAS.
           COPY 'CPVIDCOP.cpy'. *> COPY REGISTER DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  FILIAIS.
           COPY 'CPVIDFIL.cpy'. *> BRANCH DATA FILE
      *
       FD  TRANSF.
           COPY 'CPVIDTRF.cpy'. *> BRANCH TRANSFER DATA FILE
      *
       FD  ATIVOS.
           COPY 'CPVIDATV.cpy'. *> FIXED-ASSET MOVEMENTS DATA FILE
      *
       FD  QUEBRAS.
           COPY 'CPVIDQBR.cpy'. *> LOSS LEDGER RECORD
      *
       FD  JOURNAL.
           COPY 'CPVIDJRN.cpy'. *> RECOVERY JOURNAL RECORD
      *
       FD  SIN-REL.
       01 REG-SRL                PIC X(100).
      *
       FD  MANUTENCAO.
           COPY 'CPVIDMTR.cpy'. *> MAINTENANCE FLAG RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDSIW.cpy'. *> INSURANCE CLAIMS DAT WORKBOOK
           COPY 'CPVIDSCW.cpy'. *> INSURANCE CLAIM COPIES DAT WORKBOOK
           COPY 'CPVIDCPW.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDFLW.cpy'. *> BRANCHES DAT WORKBOOK
           COPY 'CPVIDTRW.cpy'. *> BRANCH TRANSFERS DAT WORKBOOK
           COPY 'CPVIDATW.cpy'. *> FIXED-ASSET MOVEMENTS WORKBOOK
           COPY 'CPVIDQBW.cpy'. *> LOSS LEDGER WORKBOOK
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-SIN-REL               PIC X(02).
       77  WRK-SOPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-SIN-NEXT             PIC 9(05) VALUE ZERO.
       77  WRK-NUM-SIN-EDIT         PIC Z(04)9.
       77  WRK-COD-ASK              PIC 9(05) VALUE ZERO.
       77  WRK-COPIA-ASK            PIC 9(03) VALUE ZERO.
       77  WRK-STATUS-ANTES         PIC X(01) VALUE SPACE.
       77  WRK-TRF-ACHADO           PIC X(01) VALUE 'N'.
       77  WRK-VAL-EDIT             PIC ZZ.ZZ9,99.
       77  WRK-COUNT-EDIT           PIC ZZ9.
      *
      *    OPEN-CLAIMS REPORT SCRATCH - CONTROL BREAK ON THE CLAIM
      *    STATUS, SAME SHAPE AS THE RMVIDPRG OUTSTANDING CREDITS.
       77  WRK-REL-STATUS           PIC X(01) VALUE SPACES.
       77  WRK-REL-DEVIDO           PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-REL-SUBTOT           PIC 9(09)V9(02) VALUE ZERO.
       77  WRK-REL-TOTAL            PIC 9(09)V9(02) VALUE ZERO.
       77  WRK-REL-COUNT            PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-TOT-EDIT             PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOT-EDIT2            PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-TOT-EDIT3            PIC ZZZ.ZZZ.ZZ9,99.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-SINMNU.
           05 LINE 06 COLUMN 10 VALUE "+---------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. INCLUIR    |".
           05 LINE 08 COLUMN 10 VALUE "| 2. COPIAS     |".
           05 LINE 09 COLUMN 10 VALUE "| 3. AVALIAR    |".
           05 LINE 10 COLUMN 10 VALUE "| 4. PAGAR      |".
           05 LINE 11 COLUMN 10 VALUE "| 5. RECUSAR    |".
           05 LINE 12 COLUMN 10 VALUE "| 6. RELATORIO  |".
           05 LINE 13 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 14 COLUMN 10 VALUE "|               |".
           05 LINE 15 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 16 COLUMN 10 VALUE "+---------------+".
           05 LINE 15 COLUMN 23 PIC X(01) USING WRK-SOPTION.
      *
       01  SCREEN-SINEDT.
           05 LINE 07 COLUMN 30 VALUE "EVENT DATE....: [        ]".
           05 LINE 08 COLUMN 30 VALUE "CAUSE (F/P/D).: [ ]".
           05 LINE 09 COLUMN 30 VALUE "BRANCH........: [  ]".
           05 LINE 10 COLUMN 30 VALUE "DESCRIPTION...: [".
           05 LINE 10 COLUMN 77 VALUE "]".
           05 LINE 11 COLUMN 30 VALUE "INSURER REF...: [".
           05 LINE 11 COLUMN 67 VALUE "]".
           05 LINE 13 COLUMN 30 VALUE
               "F=THEFT  P=LOSS/TRANSIT  D=DAMAGE".
      *
       01  SCREEN-SINEDT-DDS.
           05 LINE 07 COLUMN 47 PIC 9(08) USING DATA-EVENTO-SIN
              COLOR 7 HIGHLIGHT.
           05 LINE 08 COLUMN 47 PIC X(01) USING CAUSA-SIN
              COLOR 7 HIGHLIGHT.
           05 LINE 09 COLUMN 47 PIC X(02) USING FILIAL-SIN
              COLOR 7 HIGHLIGHT.
           05 LINE 10 COLUMN 47 PIC X(30) USING DESC-SIN
              COLOR 7 HIGHLIGHT.
           05 LINE 11 COLUMN 47 PIC X(20) USING REF-SEG-SIN
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-SINAVL.
           05 LINE 07 COLUMN 30 VALUE "COPIES........: [   ]".
           05 LINE 08 COLUMN 30 VALUE "CLAIMED VALUE.: [          ]".
           05 LINE 09 COLUMN 30 VALUE "ASSESSED VALUE: [          ]".
           05 LINE 10 COLUMN 30 VALUE "INSURER REF...: [".
           05 LINE 10 COLUMN 67 VALUE "]".
           05 LINE 07 COLUMN 47 PIC ZZ9 FROM QTDE-SIN.
           05 LINE 08 COLUMN 47 PIC 9(07),9(02) FROM VALOR-SIN.
      *
       01  SCREEN-SINAVL-DDS.
           05 LINE 09 COLUMN 47 PIC 9(07),9(02) USING VALOR-AVAL-SIN
              COLOR 7 HIGHLIGHT.
           05 LINE 10 COLUMN 47 PIC X(20) USING REF-SEG-SIN
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-SINPAG.
           05 LINE 07 COLUMN 30 VALUE "INSURER REF...: [".
           05 LINE 07 COLUMN 67 VALUE "]".
           05 LINE 08 COLUMN 30 VALUE "ASSESSED VALUE: [          ]".
           05 LINE 09 COLUMN 30 VALUE "PAID VALUE....: [          ]".
           05 LINE 07 COLUMN 47 PIC X(20) FROM REF-SEG-SIN.
           05 LINE 08 COLUMN 47 PIC 9(07),9(02) FROM VALOR-AVAL-SIN.
      *
       01  SCREEN-SINPAG-DDS.
           05 LINE 09 COLUMN 47 PIC 9(07),9(02) USING VALOR-PAGO-SIN
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-SINKEY.
           05 LINE 16 COLUMN 12 VALUE
               "+-------------------------------------+".
           05 LINE 17 COLUMN 12 VALUE
               "| CLAIM NUMBER..: [     ]             |".
           05 LINE 18 COLUMN 12 VALUE
               "+-------------------------------------+".
      *
       01  SCREEN-SINKEY-NUM.
           05 LINE 17 COLUMN 31 PIC 9(05) USING NUM-SIN
              COLOR 6 HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'SIVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O SINISTROS.
      *
           IF FS-SINISTROS EQUAL "35"
               OPEN OUTPUT SINISTROS
               CLOSE SINISTROS
               OPEN I-O SINISTROS
           END-IF.
      *
           IF FS-SINISTROS NOT EQUAL "00"
               MOVE '47ERROR OPENING INSURANCE CLAIMS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-SINISTROS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING INSURANCE CLAIMS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O SINCOPIAS.
           IF FS-SINCOPIAS EQUAL "35"
               OPEN OUTPUT SINCOPIAS
               CLOSE SINCOPIAS
               OPEN I-O SINCOPIAS
           END-IF.
      *
      *    A CLAIMED COPY IS WRITTEN OFF ON THE REGISTER, LEAVES THE
      *    MOVIE POOL AND THE FIXED-ASSET BOOKS, AND - WHEN IT WAS
      *    LOST ON THE ROAD - CLOSES ITS TRANSFER, SO ALL FOUR
      *    OPEN I-O.
           OPEN I-O COPIAS.
           IF FS-COPIAS EQUAL "35"
               OPEN OUTPUT COPIAS
               CLOSE COPIAS
               OPEN I-O COPIAS
           END-IF.
      *
           OPEN I-O MOVIES.
           IF FS-MOVIES EQUAL "35"
               OPEN OUTPUT MOVIES
               CLOSE MOVIES
               OPEN I-O MOVIES
           END-IF.
      *
           OPEN I-O TRANSF.
           IF FS-TRANSF EQUAL "35"
               OPEN OUTPUT TRANSF
               CLOSE TRANSF
               OPEN I-O TRANSF
           END-IF.
      *
           OPEN I-O ATIVOS.
           IF FS-ATIVOS EQUAL "35"
               OPEN OUTPUT ATIVOS
               CLOSE ATIVOS
               OPEN I-O ATIVOS
           END-IF.
      *
           OPEN INPUT FILIAIS.
           IF FS-FILIAIS EQUAL "35"
               OPEN OUTPUT FILIAIS
               CLOSE FILIAIS
               OPEN INPUT FILIAIS
           END-IF.
      *
           OPEN EXTEND QUEBRAS.
           IF FS-QUEBRAS EQUAL "35"
               OPEN OUTPUT QUEBRAS
           END-IF.
      *
           OPEN EXTEND JOURNAL.
           IF FS-JOURNAL EQUAL "35"
               OPEN OUTPUT JOURNAL
           END-IF.
      *
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
       0100-OPEN-DATA-END. EXIT.

      *    THE NIGHTLY CHAIN (BDVIDPRG) RAISES THE MAINTENANCE FLAG
      *    WHILE IT RUNS - UPDATES ARE REFUSED, LOOK-UPS STILL WORK.
       0299-CHECK-MAINTENANCE SECTION.
           COPY 'CPVIDMTC.cpy'. *> READ MAINTENANCE FLAG
      *
           IF MANUTENCAO-ATIVA
               MOVE '43SYSTEM IN NIGHTLY MAINTENANCE - LOOK-UPS ONLY.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0299-CHECK-MAINTENANCE-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE "  * * *  I N S U R A N C E   C L A I M S"
               TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE WRK-SOPTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-SINMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-SINMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-SOPTION EQUAL '1' OR '2' OR '3' OR '4' OR '5'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE '*' TO WRK-SOPTION
               END-IF
           END-IF.
      *
           EVALUATE WRK-SOPTION
             WHEN '1' PERFORM 0310-INCLUDE-CLAIM
             WHEN '2' PERFORM 0320-ADD-COPIES
             WHEN '3' PERFORM 0340-ASSESS-CLAIM
             WHEN '4' PERFORM 0350-PAY-CLAIM
             WHEN '5' PERFORM 0360-REJECT-CLAIM
             WHEN '6' PERFORM 0370-OPEN-CLAIMS-REPORT
             WHEN '*' CONTINUE
             WHEN '0' MOVE 'N' TO WRK-CONTINUE
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG). WHOEVER
      *    UNLOCKED STAMPS EVERYTHING AFTER.
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
           MOVE LNK-BLQ-ID TO WRK-OPERATOR.
       0298-IDLE-LOCK-END. EXIT.

       0305-NEXT-CLAIM-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-SIN.
           START SINISTROS KEY IS NOT GREATER NUM-SIN
               INVALID KEY
                   MOVE ZEROES TO NUM-SIN
               NOT INVALID KEY
                   READ SINISTROS NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-SIN GIVING WRK-SIN-NEXT.
       0305-NEXT-CLAIM-NUMBER-END. EXIT.

      *    A CLAIM IS FILED FOR THE EVENT FIRST - WHEN, WHERE, WHAT
      *    HAPPENED - AND THE COPIES IT TOOK ARE ADDED UNDER OPTION 2
      *    AS THE STOCKROOM WORKS OUT WHAT IS MISSING. THE INSURER'S
      *    REFERENCE CAN BE LEFT BLANK UNTIL THEY HAVE ISSUED ONE.
       0310-INCLUDE-CLAIM SECTION.
           INITIALIZE REG-SIN WRK-MSG.
           PERFORM 0305-NEXT-CLAIM-NUMBER.
           INITIALIZE REG-SIN.
           MOVE WRK-SIN-NEXT  TO NUM-SIN.
           MOVE WRK-TODAY-NUM TO DATA-SIN DATA-EVENTO-SIN.
           SET SIN-REGISTRADO TO TRUE.
      *
           DISPLAY SCREEN-SINEDT.
           ACCEPT  SCREEN-SINEDT-DDS.
      *
           IF CAUSA-SIN EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           INSPECT CAUSA-SIN
               CONVERTING 'fpd' TO 'FPD'.
           IF NOT SIN-FURTO AND NOT SIN-PERDA AND NOT SIN-DANO
               MOVE '20CAUSE MUST BE F, P OR D.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           IF FUNCTION TEST-DATE-YYYYMMDD(DATA-EVENTO-SIN)
                  NOT EQUAL ZERO
              OR DATA-EVENTO-SIN GREATER WRK-TODAY-NUM
               MOVE '20INVALID EVENT DATE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE FILIAL-SIN TO COD-FIL.
           READ FILIAIS
               INVALID KEY
                   MOVE '48BRANCH NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           WRITE REG-SIN
               INVALID KEY
                   MOVE '47ERROR RECORDING CLAIM.' TO WRK-MSG
               NOT INVALID KEY
                   MOVE NUM-SIN TO WRK-NUM-SIN-EDIT
                   STRING '57CLAIM #' DELIMITED BY SIZE
                          WRK-NUM-SIN-EDIT DELIMITED BY SIZE
                          ' FILED - NOW ADD THE COPIES.'
                              DELIMITED BY SIZE
                          INTO WRK-MSG
           END-WRITE.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-INCLUDE-CLAIM-END. EXIT.

      *    COPIES GO ON A CLAIM ONLY WHILE IT IS STILL WAITING ON THE
      *    ASSESSOR - ONCE THE INSURER HAS PUT A FIGURE ON IT THE
      *    LIST IS CLOSED. ONE COPY PER PROMPT; A ZERO MOVIE CODE
      *    ENDS THE LIST.
       0320-ADD-COPIES SECTION.
           INITIALIZE REG-SIN WRK-MSG.
           DISPLAY SCREEN-SINKEY.
           ACCEPT  SCREEN-SINKEY-NUM.
      *
           IF NUM-SIN EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           READ SINISTROS
               INVALID KEY
                   MOVE '48CLAIM NUMBER NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           IF NOT SIN-REGISTRADO
               MOVE '20COPIES CAN ONLY GO ON A CLAIM NOT YET ASSESSED.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0325-ASK-COPY.
           PERFORM UNTIL WRK-COD-ASK EQUAL ZEROES
               PERFORM 0330-CLAIM-COPY
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               PERFORM 0325-ASK-COPY
           END-PERFORM.
       0320-ADD-COPIES-END. EXIT.

       0325-ASK-COPY SECTION.
           MOVE ZEROES TO WRK-COD-ASK WRK-COPIA-ASK.
           MOVE NUM-SIN   TO WRK-NUM-SIN-EDIT.
           MOVE QTDE-SIN  TO WRK-COUNT-EDIT.
           MOVE VALOR-SIN TO WRK-TOT-EDIT.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY 'CLAIM #' AT LINE 07 COLUMN 14.
           DISPLAY WRK-NUM-SIN-EDIT AT LINE 07 COLUMN 21.
           DISPLAY 'COPIES:' AT LINE 07 COLUMN 28.
           DISPLAY WRK-COUNT-EDIT AT LINE 07 COLUMN 36.
           DISPLAY 'CLAIMED:' AT LINE 07 COLUMN 41.
           DISPLAY WRK-TOT-EDIT AT LINE 07 COLUMN 50.
           DISPLAY 'MOVIE CODE....: [     ]' AT LINE 09 COLUMN 14.
           DISPLAY 'COPY NUMBER...: [   ]'   AT LINE 10 COLUMN 14.
           DISPLAY '(MOVIE CODE 0 ENDS THE LIST)' AT LINE 12 COLUMN 14.
      *
           ACCEPT WRK-COD-ASK AT LINE 09 COLUMN 31.
           IF WRK-COD-ASK NOT EQUAL ZEROES
               ACCEPT WRK-COPIA-ASK AT LINE 10 COLUMN 31
           END-IF.
       0325-ASK-COPY-END. EXIT.

      *    ONLY A COPY STILL IN STOCK CAN BE CLAIMED: ON THE SHELF OR
      *    ON THE ROAD BETWEEN BRANCHES. ONE OUT ON LOAN IS THE
      *    BORROWER'S TO PAY FOR (EMVIDPRG LOST-COPY DECLARATION),
      *    AND ONE ALREADY WRITTEN OFF, SOLD OR SENT BACK TO ITS
      *    DISTRIBUTOR WAS NOT OURS TO LOSE - WHICH ALSO KEEPS A COPY
      *    FROM GOING ON TWO CLAIMS.
       0330-CLAIM-COPY SECTION.
           INITIALIZE WRK-MSG.
           MOVE WRK-COD-ASK   TO CODIGO-COP.
           MOVE WRK-COPIA-ASK TO NUM-COPIA.
           READ COPIAS
               INVALID KEY
                   MOVE '48COPY NOT ON THE REGISTER.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
      *
           IF COP-EMPRESTADA
               MOVE '43COPY IS OUT ON LOAN - CHARGE THE BORROWER.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
           IF NOT COP-DISPONIVEL AND NOT COP-TRANSITO
               MOVE '20COPY IS ALREADY OFF THE STOCK.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-COD-ASK TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '48MOVIE CODE NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
      *
           MOVE '41CONFIRM THIS COPY WAS LOST TO THE EVENT (Y/N)?'
               TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27COPY LEFT OFF THE CLAIM.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
      *    A TITLE WITH NO REPLACEMENT VALUE SET IS CLAIMED AT WHAT
      *    IT COST US.
           INITIALIZE REG-SCP WRK-MSG.
           MOVE NUM-SIN       TO NUM-SIN-SCP.
           MOVE CODIGO-COP    TO CODIGO-SCP.
           MOVE NUM-COPIA     TO NUM-COPIA-SCP.
           MOVE VALOR-REPOSICAO TO VALOR-SCP.
           IF VALOR-SCP EQUAL ZEROES
               MOVE CUSTO-AQUISICAO TO VALOR-SCP
           END-IF.
           MOVE COP-STATUS    TO STATUS-ANT-SCP.
           MOVE FILIAL-COP    TO FILIAL-SCP.
           WRITE REG-SCP
               INVALID KEY
                   MOVE '20COPY IS ALREADY ON THIS CLAIM.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-WRITE.
      *
           PERFORM 0335-WRITE-OFF-COPY.
      *
           ADD 1         TO QTDE-SIN.
           ADD VALOR-SCP TO VALOR-SIN.
           REWRITE REG-SIN
               INVALID KEY
                   MOVE '42EDIT ERROR.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-REWRITE.
      *
           MOVE VALOR-SCP TO WRK-VAL-EDIT.
           STRING '54COPY ADDED AT ' DELIMITED BY SIZE
                  WRK-VAL-EDIT DELIMITED BY SIZE
                  ' - WRITTEN OFF THE STOCK.' DELIMITED BY SIZE
                  INTO WRK-MSG.
       0330-CLAIM-COPY-END. EXIT.

      *    THE COPY LEAVES THE STOCK FOR GOOD: BOTH POOL COUNTERS ON
      *    THE MOVIE (A COPY IN TRANSIT NEVER LEFT THEM), ITS
      *    REMAINING BOOK VALUE, A ROW ON THE LOSS LEDGER AND, IF IT
      *    WAS ON THE ROAD, THE TRANSFER IT NEVER FINISHED.
       0335-WRITE-OFF-COPY SECTION.
           MOVE REG-FIL TO WRK-JRN-ANTES.
           IF QTDE-COPIAS GREATER ZERO
               SUBTRACT 1 FROM QTDE-COPIAS
           END-IF.
           IF QTDE-DISPONIVEL GREATER ZERO
               SUBTRACT 1 FROM QTDE-DISPONIVEL
           END-IF.
           REWRITE REG-FIL
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM 0317-JOURNAL-MOVIE
           END-REWRITE.
      *
           MOVE COP-STATUS TO WRK-STATUS-ANTES.
           SET COP-BAIXADA TO TRUE.
           PERFORM 0337-WRITE-OFF-ASSET.
           REWRITE REG-COP
               INVALID KEY CONTINUE
           END-REWRITE.
      *
           PERFORM 0338-RECORD-LOSS.
      *
           IF WRK-STATUS-ANTES EQUAL 'T'
               PERFORM 0339-CLOSE-TRANSFER
           END-IF.
       0335-WRITE-OFF-COPY-END. EXIT.

      *    EVERY LEGITIMATE WRITE TO MOVIES.dat LEAVES A RECOVERY
      *    IMAGE - WITHOUT IT THE NIGHTLY CHECKSUM SCAN CALLS THE
      *    PULL CORRUPTION AND FORWARD RECOVERY LOSES IT.
       0317-JOURNAL-MOVIE SECTION.
           MOVE 'MOV'         TO JRN-ARQUIVO.
           SET JRN-REGRAVACAO TO TRUE.
           MOVE WRK-JRN-ANTES TO JRN-ANTES.
           MOVE REG-FIL       TO JRN-DEPOIS.
           COPY 'CPVIDJWR.cpy'. *> APPEND JOURNAL IMAGE
       0317-JOURNAL-MOVIE-END. EXIT.

      *    THE COPY IS GONE AND FETCHES NOTHING HERE - ITS WHOLE
      *    REMAINING BOOK VALUE IS A LOSS ON DISPOSAL. WHATEVER THE
      *    INSURER PAYS COMES IN LATER AS RECOVERY INCOME (CBVIDPRG).
       0337-WRITE-OFF-ASSET SECTION.
           MOVE 'SI'          TO WRK-ATV-ORIGEM.
           MOVE NUM-SIN       TO WRK-ATV-DOC.
           MOVE ZEROES        TO WRK-ATV-VENDA.
           MOVE WRK-TODAY-NUM TO WRK-ATV-HOJE.
           COPY 'CPVIDATB.cpy'. *> WRITE OFF THE COPY'S BOOK VALUE
       0337-WRITE-OFF-ASSET-END. EXIT.

      *    THE LOSS REPORT (QBVIDPRG) SEES A CLAIMED COPY THE SAME
      *    WAY AS ONE WRITTEN OFF AT THE COPY REGISTER.
       0338-RECORD-LOSS SECTION.
           INITIALIZE REG-QBR.
           MOVE WRK-TODAY-NUM TO DATA-QBR.
           SET QBR-BAIXA      TO TRUE.
           MOVE FILIAL-COP    TO FILIAL-QBR.
           IF FILIAL-QBR EQUAL SPACES
               MOVE '01' TO FILIAL-QBR
           END-IF.
           MOVE CODIGO-COP    TO CODIGO-QBR.
           MOVE NUM-COPIA     TO NUM-COPIA-QBR.
           MOVE FORMATO-COP   TO FORMATO-QBR.
           MOVE 1             TO QTDE-QBR.
           MOVE WRK-OPERATOR  TO OPERADOR-QBR.
           WRITE REG-QBR.
       0338-RECORD-LOSS-END. EXIT.

      *    A COPY LOST ON THE ROAD STILL HAS ITS TRANSFER OPEN - MARK
      *    IT LOST SO BRVIDPRG CANNOT RECEIVE IT AND THE LOSS REPORT
      *    DOES NOT COUNT IT A SECOND TIME AS A STUCK TRANSFER.
       0339-CLOSE-TRANSFER SECTION.
           MOVE 'N' TO WRK-TRF-ACHADO.
           MOVE ZEROES TO NUM-TRF.
           START TRANSF KEY IS NOT LESS NUM-TRF
               INVALID KEY MOVE 10 TO FS-TRANSF
           END-START.
           IF FS-TRANSF NOT EQUAL 10
               READ TRANSF NEXT AT END MOVE 10 TO FS-TRANSF END-READ
           END-IF.
      *
           PERFORM UNTIL FS-TRANSF EQUAL 10
                     OR WRK-TRF-ACHADO EQUAL 'S'
               IF TRF-TRANSITO
                  AND CODIGO-TRF    EQUAL CODIGO-COP
                  AND NUM-COPIA-TRF EQUAL NUM-COPIA
                   MOVE 'S' TO WRK-TRF-ACHADO
                   SET TRF-EXTRAVIADO TO TRUE
                   REWRITE REG-TRF
                       INVALID KEY CONTINUE
                   END-REWRITE
               ELSE
                   READ TRANSF NEXT AT END MOVE 10 TO FS-TRANSF
                   END-READ
               END-IF
           END-PERFORM.
       0339-CLOSE-TRANSFER-END. EXIT.

      *    THE ASSESSOR'S FIGURE - USUALLY LESS THAN THE REPLACEMENT
      *    VALUES CLAIMED, AFTER THE EXCESS AND ANY WEAR ON THE
      *    COPIES. A ZERO FIGURE IS A REJECTION, NOT AN ASSESSMENT.
       0340-ASSESS-CLAIM SECTION.
           INITIALIZE REG-SIN WRK-MSG.
           DISPLAY SCREEN-SINKEY.
           ACCEPT  SCREEN-SINKEY-NUM.
      *
           IF NUM-SIN EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           READ SINISTROS
               INVALID KEY
                   MOVE '48CLAIM NUMBER NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           IF NOT SIN-REGISTRADO
               MOVE '20CLAIM IS ALREADY ASSESSED OR CLOSED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
           IF QTDE-SIN EQUAL ZEROES
               MOVE '43NO COPIES ON THE CLAIM YET.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE VALOR-SIN TO VALOR-AVAL-SIN.
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-SINAVL.
           ACCEPT  SCREEN-SINAVL-DDS.
      *
           IF VALOR-AVAL-SIN EQUAL ZEROES
               MOVE '20NOTHING ASSESSED - REJECT THE CLAIM INSTEAD.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41CONFIRM THE ASSESSMENT (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT EQUAL 'Y' OR EQUAL 'y'
               SET SIN-AVALIADO TO TRUE
               MOVE WRK-TODAY-NUM TO DATA-AVAL-SIN
               REWRITE REG-SIN
                   INVALID KEY
                       MOVE '42EDIT ERROR.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '54CLAIM ASSESSED - WAITING ON THE PAYOUT.'
                           TO WRK-MSG
               END-REWRITE
           ELSE
               MOVE '27ASSESSMENT ABANDONED.' TO WRK-MSG
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0340-ASSESS-CLAIM-END. EXIT.

      *    THE MONEY ARRIVES - NORMALLY THE ASSESSED FIGURE, BUT THE
      *    AMOUNT ACTUALLY RECEIVED IS WHAT GETS BOOKED. THE JOURNAL
      *    EXPORT PICKS THE CLAIM UP IN THE MONTH OF DATA-FIM-SIN.
       0350-PAY-CLAIM SECTION.
           INITIALIZE REG-SIN WRK-MSG.
           DISPLAY SCREEN-SINKEY.
           ACCEPT  SCREEN-SINKEY-NUM.
      *
           IF NUM-SIN EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           READ SINISTROS
               INVALID KEY
                   MOVE '48CLAIM NUMBER NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           IF NOT SIN-AVALIADO
               MOVE '20ONLY AN ASSESSED CLAIM CAN BE PAID.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE VALOR-AVAL-SIN TO VALOR-PAGO-SIN.
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-SINPAG.
           ACCEPT  SCREEN-SINPAG-DDS.
      *
           IF VALOR-PAGO-SIN EQUAL ZEROES
               MOVE '20NOTHING PAID - REJECT THE CLAIM INSTEAD.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41CONFIRM THE PAYOUT WAS RECEIVED (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT EQUAL 'Y' OR EQUAL 'y'
               SET SIN-PAGO TO TRUE
               MOVE WRK-TODAY-NUM TO DATA-FIM-SIN
               REWRITE REG-SIN
                   INVALID KEY
                       MOVE '42EDIT ERROR.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '54PAYOUT RECORDED - CLAIM CLOSED.'
                           TO WRK-MSG
               END-REWRITE
           ELSE
               MOVE '27PAYOUT ABANDONED.' TO WRK-MSG
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-PAY-CLAIM-END. EXIT.

      *    THE INSURER TURNED IT DOWN, BEFORE OR AFTER ASSESSMENT.
      *    THE COPIES STAY WRITTEN OFF - THEY ARE STILL GONE, THE
      *    LOSS IS SIMPLY NOT RECOVERED.
       0360-REJECT-CLAIM SECTION.
           INITIALIZE REG-SIN WRK-MSG.
           DISPLAY SCREEN-SINKEY.
           ACCEPT  SCREEN-SINKEY-NUM.
      *
           IF NUM-SIN EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           READ SINISTROS
               INVALID KEY
                   MOVE '48CLAIM NUMBER NOT FOUND.' TO WRK-MSG
               NOT INVALID KEY
                   IF NOT SIN-REGISTRADO AND NOT SIN-AVALIADO
                       MOVE '20CLAIM IS ALREADY CLOSED.' TO WRK-MSG
                   ELSE
                       MOVE '41CONFIRM THE INSURER REJECTED IT (Y/N)?'
                           TO WRK-MSG
                       DISPLAY SCREEN-CONFIRMATION
                       ACCEPT SCREEN-CONFIRMATION-WAIT
      *
                       IF WRK-AWAIT EQUAL 'Y' OR EQUAL 'y'
                           SET SIN-RECUSADO TO TRUE
                           MOVE WRK-TODAY-NUM TO DATA-FIM-SIN
                           REWRITE REG-SIN
                               INVALID KEY
                                   MOVE '42EDIT ERROR.' TO WRK-MSG
                               NOT INVALID KEY
                                   MOVE '54CLAIM CLOSED AS REJECTED.'
                                       TO WRK-MSG
                           END-REWRITE
                       ELSE
                           MOVE '27REJECTION ABANDONED.' TO WRK-MSG
                       END-IF
                   END-IF
           END-READ.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0360-REJECT-CLAIM-END. EXIT.

      *    WHAT THE INSURER STILL OWES, OFF THE SIN-STATUS ALTERNATE
      *    KEY: CLAIMS WAITING ON THE ASSESSOR COUNT AT THE
      *    REPLACEMENT VALUES CLAIMED, ASSESSED ONES AT THE
      *    ASSESSOR'S FIGURE.
       0370-OPEN-CLAIMS-REPORT SECTION.
           MOVE ZERO TO WRK-REL-COUNT WRK-REL-SUBTOT WRK-REL-TOTAL.
           MOVE SPACES TO WRK-REL-STATUS.
      *
           OPEN OUTPUT SIN-REL.
           IF FS-SIN-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING SIN-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO REG-SRL.
           STRING 'VIDEOTECA - OPEN INSURANCE CLAIMS   RUN DATE: '
                  WRK-DATE DELIMITED BY SIZE INTO REG-SRL.
           WRITE REG-SRL.
           MOVE ALL '-' TO REG-SRL.
           WRITE REG-SRL.
      *
           MOVE LOW-VALUES TO SIN-STATUS.
           START SINISTROS KEY IS NOT LESS SIN-STATUS
               INVALID KEY MOVE 10 TO FS-SINISTROS
           END-START.
           IF FS-SINISTROS NOT EQUAL 10
               READ SINISTROS NEXT AT END MOVE 10 TO FS-SINISTROS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-SINISTROS EQUAL 10
               IF SIN-REGISTRADO OR SIN-AVALIADO
                   IF SIN-STATUS NOT EQUAL WRK-REL-STATUS
                       PERFORM 0373-BREAK-STATUS
                   END-IF
                   PERFORM 0375-WRITE-CLAIM-LINE
               END-IF
               READ SINISTROS NEXT AT END MOVE 10 TO FS-SINISTROS
               END-READ
           END-PERFORM.
      *
           PERFORM 0374-WRITE-SUBTOTAL.
      *
           MOVE SPACES TO REG-SRL.
           MOVE WRK-REL-TOTAL TO WRK-TOT-EDIT.
           STRING 'TOTAL STILL OWED BY THE INSURER: ' WRK-TOT-EDIT
               DELIMITED BY SIZE INTO REG-SRL.
           WRITE REG-SRL.
      *
           CLOSE SIN-REL.
      *
           MOVE WRK-REL-COUNT TO WRK-COUNT-EDIT.
           INITIALIZE WRK-MSG.
           STRING '57OPEN CLAIMS ON SIN-REL.TXT: ' DELIMITED BY SIZE
                  WRK-COUNT-EDIT DELIMITED BY SIZE
                  INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0370-OPEN-CLAIMS-REPORT-END. EXIT.

       0373-BREAK-STATUS SECTION.
           PERFORM 0374-WRITE-SUBTOTAL.
           MOVE SIN-STATUS TO WRK-REL-STATUS.
      *
           MOVE SPACES TO REG-SRL.
           WRITE REG-SRL.
           IF SIN-AVALIADO
               MOVE 'ASSESSED - WAITING ON THE PAYOUT' TO REG-SRL
           ELSE
               MOVE 'FILED - WAITING ON THE ASSESSOR' TO REG-SRL
           END-IF.
           WRITE REG-SRL.
       0373-BREAK-STATUS-END. EXIT.

       0374-WRITE-SUBTOTAL SECTION.
           IF WRK-REL-STATUS EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO REG-SRL.
           MOVE WRK-REL-SUBTOT TO WRK-TOT-EDIT.
           STRING '  SUBTOTAL OWED: ' WRK-TOT-EDIT
               DELIMITED BY SIZE INTO REG-SRL.
           WRITE REG-SRL.
           MOVE ZEROES TO WRK-REL-SUBTOT.
       0374-WRITE-SUBTOTAL-END. EXIT.

       0375-WRITE-CLAIM-LINE SECTION.
           IF SIN-AVALIADO
               MOVE VALOR-AVAL-SIN TO WRK-REL-DEVIDO
           ELSE
               MOVE VALOR-SIN      TO WRK-REL-DEVIDO
           END-IF.
           ADD 1 TO WRK-REL-COUNT.
           ADD WRK-REL-DEVIDO TO WRK-REL-SUBTOT.
           ADD WRK-REL-DEVIDO TO WRK-REL-TOTAL.
      *
           MOVE NUM-SIN  TO WRK-NUM-SIN-EDIT.
           MOVE QTDE-SIN TO WRK-COUNT-EDIT.
           MOVE SPACES TO REG-SRL.
           STRING '  CLAIM #' WRK-NUM-SIN-EDIT
                  '  EVENT ' DATA-EVENTO-SIN
                  '  CAUSE ' CAUSA-SIN
                  '  BRANCH ' FILIAL-SIN
                  '  COPIES ' WRK-COUNT-EDIT
                  '  REF ' REF-SEG-SIN
               DELIMITED BY SIZE INTO REG-SRL.
           WRITE REG-SRL.
      *
           MOVE VALOR-SIN      TO WRK-TOT-EDIT.
           MOVE VALOR-AVAL-SIN TO WRK-TOT-EDIT2.
           MOVE WRK-REL-DEVIDO TO WRK-TOT-EDIT3.
           MOVE SPACES TO REG-SRL.
           STRING '    CLAIMED ' WRK-TOT-EDIT
                  '  ASSESSED ' WRK-TOT-EDIT2
                  '  OWED ' WRK-TOT-EDIT3
               DELIMITED BY SIZE INTO REG-SRL.
           WRITE REG-SRL.
       0375-WRITE-CLAIM-LINE-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE SINCOPIAS COPIAS MOVIES TRANSF ATIVOS FILIAIS
                 QUEBRAS JOURNAL SINISTROS.
      *
           IF FS-SINISTROS NOT EQUAL "00"
               MOVE '47ERROR CLOSING INSURANCE CLAIMS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-SINISTROS TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING INSURANCE CLAIMS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM SIVIDPRG.
