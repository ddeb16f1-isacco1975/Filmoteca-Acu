      ******************************************************************
      * FILE NAME   : MCVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MEMBER CARDS OF VIDEOTECA PROGRAM - ISSUES A     *
      *               NUMBERED CARD WITH ITS CODE 39 BARCODE DATA TO   *
      *               ONE BORROWER OR TO EVERY BORROWER STILL WITHOUT  *
      *               ONE, AND CANCELS A LOST OR DAMAGED CARD AGAINST  *
      *               A REPLACEMENT WITH A NEW NUMBER                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MCVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDMCS.cpy'. *> MEMBER CARD REGISTER DAT WORKBOOK
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
      *    CARD PRINT FILE - SAME IDEA AS ETIQUETAS.txt FOR THE SPINE
      *    LABELS: APPENDED RUN AFTER RUN AND SENT TO THE CARD
      *    PRINTER, WHOSE BARCODE FONT RENDERS THE *NNNNNNNN* LINE.
           SELECT CARTOES-IMP
              ASSIGN       TO 'CARTOES.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CARTOES-IMP.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CARTOES.
           COPY 'CPVIDMCR.cpy'. *> MEMBER CARD REGISTER DATA FILE
      *
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  CARTOES-IMP.
       01 REG-CIM                PIC X(80).
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
           COPY 'CPVIDMCW.cpy'. *> MEMBER CARD REGISTER DAT WORKBOOK
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-CARTOES-IMP           PIC X(02) VALUE '00'.
       77  WRK-KOPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-DATA-DISP            PIC 9(04)/9(02)/9(02).
       77  WRK-QTDE-EDIT            PIC ZZ.ZZ9.
       77  WRK-CRT-COUNT            PIC 9(05) VALUE ZERO.
      *
      *    THE BORROWER KEYED (OR THE RANGE FOR THE BATCH RUN), THE
      *    CARD BEING REPLACED AND WHY, AND THE NUMBER JUST ISSUED.
       77  WRK-CRT-LOC              PIC 9(05) VALUE ZERO.
       77  WRK-CRT-LOC-ATE          PIC 9(05) VALUE ZERO.
       77  WRK-CRT-ANTIGO           PIC 9(08) VALUE ZERO.
       77  WRK-CRT-NOVO             PIC 9(08) VALUE ZERO.
       77  WRK-CRT-MOTIVO           PIC X(01) VALUE SPACE.
      *
      *    THE KIOSK PIN AS KEYED AND AS RE-KEYED - NEITHER IS EVER
      *    DISPLAYED NOR WRITTEN TO THE AUDIT TRAIL.
       77  WRK-PIN-NOVO             PIC 9(04) VALUE ZERO.
       77  WRK-PIN-CONF             PIC 9(04) VALUE ZERO.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-CRTMNU.
           05 LINE 06 COLUMN 10 VALUE "+--------------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. EMITIR CARTAO   |".
           05 LINE 08 COLUMN 10 VALUE "| 2. SUBSTITUIR      |".
           05 LINE 09 COLUMN 10 VALUE "| 3. EMITIR EM LOTE  |".
           05 LINE 10 COLUMN 10 VALUE "| 4. PIN QUIOSQUE    |".
           05 LINE 11 COLUMN 10 VALUE "| 0. SAIR            |".
           05 LINE 12 COLUMN 10 VALUE "| OPCAO...: [ ]      |".
           05 LINE 13 COLUMN 10 VALUE "+--------------------+".
           05 LINE 12 COLUMN 23 PIC X(01) USING WRK-KOPTION.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'MCVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O CARTOES.
      *
           IF FS-CARTOES EQUAL "35"
               OPEN OUTPUT CARTOES
               CLOSE CARTOES
               OPEN I-O CARTOES
           END-IF.
      *
           IF FS-CARTOES NOT EQUAL "00"
               MOVE '47ERROR OPENING MEMBER CARD FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CARTOES TO WS-ABEND-CODE
               MOVE 'ERROR OPENING MEMBER CARD FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O BORROWERS.
           IF FS-BORROWERS EQUAL "35"
               OPEN OUTPUT BORROWERS
               CLOSE BORROWERS
               OPEN I-O BORROWERS
           END-IF.
      *
           IF FS-BORROWERS NOT EQUAL "00"
               MOVE '47ERROR OPENING BORROWERS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-BORROWERS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING BORROWERS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN EXTEND CARTOES-IMP.
           IF FS-CARTOES-IMP EQUAL "35"
               OPEN OUTPUT CARTOES-IMP
           END-IF.
      *
           IF FS-CARTOES-IMP NOT EQUAL "00"
               MOVE '53ERROR OPENING CARTOES.txt FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CARTOES-IMP TO WS-ABEND-CODE
               MOVE 'ERROR OPENING CARTOES.txt FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
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
           MOVE " * * *  M E M B E R   C A R D S  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           INITIALIZE WRK-KOPTION WRK-MSG.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-CRTMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-CRTMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-KOPTION EQUAL '1' OR '2' OR '3' OR '4'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE '*' TO WRK-KOPTION
               END-IF
           END-IF.
      *
           EVALUATE WRK-KOPTION
             WHEN '1' PERFORM 0310-ISSUE-CARD
             WHEN '2' PERFORM 0320-REPLACE-CARD
             WHEN '3' PERFORM 0350-BATCH-ISSUE
             WHEN '4' PERFORM 0360-SET-PIN
             WHEN '*' CONTINUE
             WHEN '0' MOVE 'N' TO WRK-CONTINUE
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
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

      *    A BORROWER WITHOUT A CARD GETS ONE; A BORROWER WHO ALREADY
      *    HOLDS ONE CAN HAVE THE SAME CARD REPRINTED (A SMUDGED
      *    PRINT, A JAMMED PRINTER) - A NEW NUMBER ONLY COMES WITH A
      *    REPLACEMENT (OPTION 2), WHICH CANCELS THE OLD ONE.
       0310-ISSUE-CARD SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0311-ISSUE-OR-REPRINT.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0310-ISSUE-CARD-END. EXIT.

       0311-ISSUE-OR-REPRINT SECTION.
           PERFORM 0315-ASK-BORROWER.
           IF WRK-CRT-LOC EQUAL ZERO OR WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           IF CARTAO-LOC NOT EQUAL ZERO
               MOVE CARTAO-LOC TO NUM-CRT
               READ CARTOES
                   INVALID KEY
                       MOVE '48CARD ON THE BORROWER IS NOT ON FILE.'
                           TO WRK-MSG
                       EXIT PARAGRAPH
               END-READ
               MOVE '41CARD ALREADY ISSUED - REPRINT IT (Y/N)?'
                   TO WRK-MSG
           ELSE
               MOVE '41ISSUE A MEMBER CARD (Y/N)?' TO WRK-MSG
           END-IF.
      *
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27NO CARD PRINTED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE WRK-MSG.
           IF CARTAO-LOC EQUAL ZERO
               MOVE ZERO TO WRK-CRT-ANTIGO
               PERFORM 0330-NEW-CARD
           END-IF.
           IF WRK-MSG-TEXT EQUAL SPACES
               PERFORM 0340-PRINT-CARD
               INITIALIZE WRK-MSG
               STRING '54CARD ' CARTAO-LOC ' SENT TO CARTOES.TXT.'
                   DELIMITED BY SIZE INTO WRK-MSG
           END-IF.
       0311-ISSUE-OR-REPRINT-END. EXIT.

       0315-ASK-BORROWER SECTION.
           MOVE ZERO TO WRK-CRT-LOC.
           DISPLAY 'BORROWER ID...: [     ]' AT LINE 14 COLUMN 10.
           ACCEPT WRK-CRT-LOC AT LINE 14 COLUMN 27.
           IF WRK-CRT-LOC EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-CRT-LOC TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   MOVE '48BORROWER ID NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
      *
           EVALUATE TRUE
             WHEN LOC-INATIVO
               MOVE '43BORROWER IS RETIRED.' TO WRK-MSG
             WHEN LOC-CONTA
               MOVE '43A CHARGE ACCOUNT DOES NOT TAKE A CARD.'
                   TO WRK-MSG
             WHEN OTHER
               DISPLAY NOME-LOC AT LINE 14 COLUMN 34
                   COLOR 3 HIGHLIGHT
               IF CARTAO-LOC NOT EQUAL ZERO
                   DISPLAY 'CARD IN USE...: ' AT LINE 15 COLUMN 10
                   DISPLAY CARTAO-LOC AT LINE 15 COLUMN 27
                       COLOR 3 HIGHLIGHT
               END-IF
           END-EVALUATE.
       0315-ASK-BORROWER-END. EXIT.

      *    A LOST, STOLEN OR DAMAGED CARD IS CANCELLED AND A NEW ONE
      *    ISSUED UNDER A NEW NUMBER. THE OLD ROW KEEPS THE DATE, THE
      *    REASON AND THE NUMBER THAT REPLACED IT - ANYONE SCANNING
      *    IT AT THE DESK AFTERWARDS IS REFUSED (SEE EMVIDPRG).
       0320-REPLACE-CARD SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0321-CANCEL-AND-REPLACE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0320-REPLACE-CARD-END. EXIT.

       0321-CANCEL-AND-REPLACE SECTION.
           PERFORM 0315-ASK-BORROWER.
           IF WRK-CRT-LOC EQUAL ZERO OR WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           IF CARTAO-LOC EQUAL ZERO
               MOVE '43NO CARD ISSUED YET - USE OPTION 1.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACE TO WRK-CRT-MOTIVO.
           DISPLAY 'REASON (P=LOST/STOLEN D=DAMAGED): [ ]'
               AT LINE 16 COLUMN 10.
           ACCEPT WRK-CRT-MOTIVO AT LINE 16 COLUMN 46.
           INSPECT WRK-CRT-MOTIVO CONVERTING 'pd' TO 'PD'.
           IF WRK-CRT-MOTIVO NOT EQUAL 'P' AND NOT EQUAL 'D'
               MOVE '20INVALID REASON.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41CANCEL THIS CARD AND ISSUE A NEW ONE (Y/N)?'
               TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27CARD LEFT AS IT WAS.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE WRK-MSG.
           MOVE CARTAO-LOC TO WRK-CRT-ANTIGO.
           PERFORM 0330-NEW-CARD.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE NUM-CRT TO WRK-CRT-NOVO.
           PERFORM 0340-PRINT-CARD.
      *
           MOVE WRK-CRT-ANTIGO TO NUM-CRT.
           READ CARTOES
               INVALID KEY
                   MOVE '48OLD CARD NOT ON FILE - NEW ONE ISSUED.'
                       TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           SET CRT-CANCELADO TO TRUE.
           MOVE WRK-TODAY-NUM  TO DATA-CANC-CRT.
           MOVE WRK-CRT-MOTIVO TO MOTIVO-CANC-CRT.
           MOVE WRK-CRT-NOVO   TO SUBST-CRT.
           REWRITE REG-CRT
               INVALID KEY
                   MOVE '42ERROR RECORDING CARD.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-REWRITE.
      *
           MOVE 'CARDCAN'      TO LOG-OPERACAO.
           MOVE NUM-LOC-CRT    TO LOG-CODIGO.
           MOVE 'CARTAO'       TO LOG-CAMPO.
           MOVE SPACES         TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           IF CRT-PERDIDO
               STRING NUM-CRT ' LOST/STOLEN'
                   DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO
           ELSE
               STRING NUM-CRT ' DAMAGED'
                   DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO
           END-IF.
           STRING 'REPLACED BY ' WRK-CRT-NOVO
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0390-WRITE-AUDIT-LOG.
      *
           INITIALIZE WRK-MSG.
           STRING '54CARD CANCELLED - NEW CARD ' WRK-CRT-NOVO
                  ' PRINTED.' DELIMITED BY SIZE INTO WRK-MSG.
       0321-CANCEL-AND-REPLACE-END. EXIT.

      *    SAME HIGH-KEY START/READ NEXT IDIOM AS THE LOAN AND
      *    BORROWER NUMBERS, FLOORED AT WRK-CRT-PRIMEIRO SO A CARD
      *    NUMBER CAN NEVER BE MISTAKEN FOR A BORROWER ID. THE
      *    BORROWER RECORD IN REG-LOC TAKES THE NEW NUMBER.
       0330-NEW-CARD SECTION.
           MOVE HIGH-VALUES TO NUM-CRT.
           START CARTOES KEY IS NOT GREATER NUM-CRT
               INVALID KEY
                   MOVE ZEROES TO NUM-CRT
               NOT INVALID KEY
                   READ CARTOES NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-CRT.
           IF NUM-CRT LESS WRK-CRT-PRIMEIRO
               MOVE WRK-CRT-PRIMEIRO TO NUM-CRT
           END-IF.
      *
           MOVE NUM-LOC        TO NUM-LOC-CRT.
           MOVE WRK-TODAY-NUM  TO DATA-EMIS-CRT.
           MOVE WRK-OPERATOR   TO OPERADOR-CRT.
           SET CRT-ATIVO       TO TRUE.
           MOVE ZEROES         TO DATA-CANC-CRT SUBST-CRT.
           MOVE SPACE          TO MOTIVO-CANC-CRT.
           WRITE REG-CRT
               INVALID KEY
                   MOVE '42ERROR RECORDING CARD.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-WRITE.
      *
           MOVE NUM-CRT TO CARTAO-LOC.
           REWRITE REG-LOC
               INVALID KEY
                   MOVE '42ERROR RECORDING BORROWER.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-REWRITE.
      *
           MOVE 'CARDISS'  TO LOG-OPERACAO.
           MOVE NUM-LOC    TO LOG-CODIGO.
           MOVE 'CARTAO'   TO LOG-CAMPO.
           MOVE SPACES     TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           IF WRK-CRT-ANTIGO NOT EQUAL ZERO
               MOVE WRK-CRT-ANTIGO TO LOG-VALOR-ANTIGO
           END-IF.
           MOVE NUM-CRT    TO LOG-VALOR-NOVO.
           PERFORM 0390-WRITE-AUDIT-LOG.
           ADD 1 TO WRK-CRT-COUNT.
       0330-NEW-CARD-END. EXIT.

      *    ONE CARD, SIX LINES AND A GAP, 40 COLUMNS WIDE FOR THE CARD
      *    STOCK. THE BARCODE LINE IS THE CODE 39 DATA STREAM, START
      *    AND STOP ASTERISKS AROUND THE DIGITS, EXACTLY AS LBVIDPRG
      *    WRITES IT ON THE SPINE LABELS.
       0340-PRINT-CARD SECTION.
           MOVE '+--------------------------------------+' TO REG-CIM.
           WRITE REG-CIM.
           MOVE '| VIDEOTECA               MEMBER CARD  |' TO REG-CIM.
           WRITE REG-CIM.
           MOVE '| NAME..:                              |' TO REG-CIM.
           MOVE NOME-LOC TO REG-CIM(11:20).
           WRITE REG-CIM.
           MOVE DATA-EMIS-CRT TO WRK-DATA-DISP.
           MOVE '| MEMBER:        ISSUED:               |' TO REG-CIM.
           MOVE NUM-LOC       TO REG-CIM(11:05).
           MOVE WRK-DATA-DISP TO REG-CIM(26:10).
           WRITE REG-CIM.
           MOVE '|                                      |' TO REG-CIM.
           STRING '*' NUM-CRT '*' DELIMITED BY SIZE
               INTO REG-CIM(6:10).
           WRITE REG-CIM.
           MOVE '|                                      |' TO REG-CIM.
           MOVE NUM-CRT TO REG-CIM(7:08).
           WRITE REG-CIM.
           MOVE '+--------------------------------------+' TO REG-CIM.
           WRITE REG-CIM.
           MOVE SPACES TO REG-CIM.
           WRITE REG-CIM.
       0340-PRINT-CARD-END. EXIT.

      *    FIRST CARD RUN (AND AFTER EACH BATCH OF SIGN-UPS): EVERY
      *    ACTIVE BORROWER IN THE RANGE WHO HAS NO CARD YET GETS ONE.
      *    CHARGE ACCOUNTS ARE SKIPPED - THEIR AUTHORISED USERS CARRY
      *    CARDS OF THEIR OWN.
       0350-BATCH-ISSUE SECTION.
           MOVE ZERO TO WRK-CRT-LOC WRK-CRT-LOC-ATE WRK-CRT-COUNT
                        WRK-CRT-ANTIGO.
           DISPLAY 'BORROWER FROM (0=EXIT): [     ]'
               AT LINE 14 COLUMN 10.
           ACCEPT WRK-CRT-LOC AT LINE 14 COLUMN 35.
           IF WRK-CRT-LOC EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY 'BORROWER TO...........: [     ]'
               AT LINE 15 COLUMN 10.
           ACCEPT WRK-CRT-LOC-ATE AT LINE 15 COLUMN 35.
           IF WRK-CRT-LOC-ATE LESS WRK-CRT-LOC
               MOVE WRK-CRT-LOC TO WRK-CRT-LOC-ATE
           END-IF.
      *
           MOVE '41ISSUE CARDS TO EVERYONE WITHOUT ONE (Y/N)?'
               TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27NO CARDS ISSUED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE WRK-MSG.
           MOVE WRK-CRT-LOC TO NUM-LOC.
           START BORROWERS KEY IS NOT LESS NUM-LOC
               INVALID KEY MOVE 10 TO FS-BORROWERS
           END-START.
           IF FS-BORROWERS NOT EQUAL 10
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-BORROWERS EQUAL 10
                      OR NUM-LOC GREATER WRK-CRT-LOC-ATE
                      OR WRK-MSG-TEXT NOT EQUAL SPACES
               IF LOC-ATIVO AND NOT LOC-CONTA
                  AND CARTAO-LOC EQUAL ZERO
                   PERFORM 0330-NEW-CARD
                   IF WRK-MSG-TEXT EQUAL SPACES
                       PERFORM 0340-PRINT-CARD
                   END-IF
               END-IF
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-PERFORM.
      *
           IF WRK-MSG-TEXT EQUAL SPACES
               MOVE WRK-CRT-COUNT TO WRK-QTDE-EDIT
               STRING '57CARDS SENT TO CARTOES.TXT: ' WRK-QTDE-EDIT
                   DELIMITED BY SIZE INTO WRK-MSG
           END-IF.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-BATCH-ISSUE-END. EXIT.

      *    THE PIN THE BORROWER KEYS WITH THE CARD AT THE SELF-SERVICE
      *    KIOSK (KSVIDPRG). SETTING ONE - FIRST TIME, FORGOTTEN, OR
      *    AFTER THE KIOSK LOCKED THE CARD OUT - ALSO CLEARS THE COUNT
      *    OF WRONG PINS. THE BORROWER KEYS IT TWICE OUT OF SIGHT OF
      *    THE SCREEN; ONLY THE FACT OF THE CHANGE IS AUDITED.
       0360-SET-PIN SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0361-ASK-NEW-PIN.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0360-SET-PIN-END. EXIT.

       0361-ASK-NEW-PIN SECTION.
           PERFORM 0315-ASK-BORROWER.
           IF WRK-CRT-LOC EQUAL ZERO OR WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           IF CARTAO-LOC EQUAL ZERO
               MOVE '43NO CARD ISSUED YET - USE OPTION 1.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZERO TO WRK-PIN-NOVO WRK-PIN-CONF.
           DISPLAY 'NEW PIN.......: [    ]' AT LINE 16 COLUMN 10.
           DISPLAY 'PIN AGAIN.....: [    ]' AT LINE 17 COLUMN 10.
           ACCEPT WRK-PIN-NOVO AT LINE 16 COLUMN 27 WITH SECURE.
           ACCEPT WRK-PIN-CONF AT LINE 17 COLUMN 27 WITH SECURE.
      *
           IF WRK-PIN-NOVO EQUAL ZERO
               MOVE '20PIN MUST NOT BE 0000.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
           IF WRK-PIN-NOVO NOT EQUAL WRK-PIN-CONF
               MOVE '20THE TWO PINS DO NOT MATCH.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-PIN-NOVO TO PIN-LOC.
           MOVE ZERO         TO TENT-PIN-LOC.
           REWRITE REG-LOC
               INVALID KEY
                   MOVE '42ERROR RECORDING BORROWER.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-REWRITE.
      *
           MOVE 'PINSET'   TO LOG-OPERACAO.
           MOVE NUM-LOC    TO LOG-CODIGO.
           MOVE 'PIN'      TO LOG-CAMPO.
           MOVE SPACES     TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE 'KIOSK PIN SET AT THE DESK' TO LOG-VALOR-NOVO.
           PERFORM 0390-WRITE-AUDIT-LOG.
           MOVE '54KIOSK PIN SET.' TO WRK-MSG.
       0361-ASK-NEW-PIN-END. EXIT.

       0390-WRITE-AUDIT-LOG SECTION.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0390-WRITE-AUDIT-LOG-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE BORROWERS CARTOES-IMP LOG-AUDITORIA.
           CLOSE CARTOES.
      *
           IF FS-CARTOES NOT EQUAL "00"
               MOVE '47ERROR CLOSING MEMBER CARD FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CARTOES TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING MEMBER CARD FILE.'
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

       END PROGRAM MCVIDPRG.
