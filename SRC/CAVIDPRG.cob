      ******************************************************************
      * FILE NAME   : CAVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : AGED RECEIVABLES REPORT OF VIDEOTECA PROGRAM -   *
      *               WHAT EACH CHARGE ACCOUNT OWES, SPLIT INTO NOT    *
      *               YET BILLED, CURRENT AND 30/60/90 DAYS OVERDUE    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDCVS.cpy'. *> CHARGE-ACCOUNT INVOICES DAT WORKBOOK
      *
      *    MACHINE-READABLE COMPANION - THE SAME ROWS AS THE PRINT
      *    FILE, SEMICOLON-DELIMITED, FOR THE BOOKKEEPER'S SHEET.
           SELECT CONTASREC-CSV
              ASSIGN       TO 'CONTASREC-REL.csv'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CONTASREC-CSV.
      *
           SELECT CONTASREC-REL
              ASSIGN       TO 'CONTASREC-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CONTASREC-REL.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  FATCONTA.
           COPY 'CPVIDCVN.cpy'. *> CHARGE-ACCOUNT INVOICE DATA FILE
      *
       FD  CONTASREC-CSV.
       01 REG-CRC                PIC X(120).
      *
       FD  CONTASREC-REL.
       01 REG-CRR                PIC X(110).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN MENU
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDCVW.cpy'. *> CHARGE-ACCOUNT INVOICES WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE (SPVIDPRG)
      *
       77  FS-CONTASREC-REL          PIC X(02).
       77  FS-CONTASREC-CSV          PIC X(02).
       77  WRK-TODAY-NUM             PIC 9(08) VALUE ZERO.
       77  WRK-DIAS-ATRASO           PIC S9(05) COMP VALUE ZERO.
       77  WRK-SALDO-FAT             PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-BKT                   PIC S9(04) COMP VALUE ZERO.
       77  WRK-CTA-QTDE              PIC 9(04) VALUE ZERO.
       77  WRK-QTD-ATRASO            PIC 9(05) VALUE ZERO.
       77  IDX                       PIC S9(04) COMP VALUE ZERO.
       77  IDY                       PIC S9(04) COMP VALUE ZERO.
       77  WRK-PTR                   PIC S9(04) COMP VALUE ZERO.
       77  WRK-VALOR-EDIT            PIC ZZZ.ZZ9,99.
       77  WRK-DIAS-EDIT             PIC ZZZZ9.
       77  WRK-QTD-EDIT              PIC Z(04)9.
       77  WRK-DATA-EDIT             PIC 9999/99/99.
      *
      *    THE CHARGE ACCOUNTS ON FILE WITH WHAT EACH OWES. BUCKET 1
      *    IS NOT YET BILLED (ON THE ACCOUNT BALANCE BUT ON NO
      *    INVOICE), 2 IS INVOICED AND NOT YET DUE, 3 TO 6 ARE DAYS
      *    PAST THE INVOICE DUE DATE AT 1-30, 31-60, 61-90 AND OVER
      *    90. BUCKET 7 IS THE ACCOUNT TOTAL.
       01  TAB-CONTAS.
           05 OCC-CTA      OCCURS 500 TIMES.
              10 EL-CTA-NUM        PIC 9(05).
              10 EL-CTA-NOME       PIC X(20).
              10 EL-CTA-SALDO      PIC 9(07)V9(02).
              10 EL-CTA-BKT        OCCURS 7 TIMES
                                   PIC 9(07)V9(02).
       01  TAB-TOTAIS.
           05 EL-TOT-BKT   OCCURS 7 TIMES PIC 9(09)V9(02).
       01  TAB-BUCKET-NAMES.
           05 FILLER  PIC X(10) VALUE '  UNBILLED'.
           05 FILLER  PIC X(10) VALUE '   CURRENT'.
           05 FILLER  PIC X(10) VALUE '1-30 DAYS '.
           05 FILLER  PIC X(10) VALUE '31-60 DAYS'.
           05 FILLER  PIC X(10) VALUE '61-90 DAYS'.
           05 FILLER  PIC X(10) VALUE ' OVER 90  '.
           05 FILLER  PIC X(10) VALUE '     TOTAL'.
       01  TAB-BUCKET-NAMES-R REDEFINES TAB-BUCKET-NAMES.
           05 EL-BKT-NOME  OCCURS 7 TIMES PIC X(10).
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'CAVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0010-CHECK-BATCH-MODE.
           PERFORM 0110-DATE-TIME.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0200-LOAD-ACCOUNTS.
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
       0110-DATE-TIME-END. EXIT.

       0100-OPEN-DATA.
           OPEN INPUT BORROWERS.
      *
           IF FS-BORROWERS NOT EQUAL "00"
               MOVE '47ERROR OPENING BORROWERS FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-BORROWERS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING BORROWERS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
      *    NO INVOICE RUN YET IS NOT AN ERROR - EVERYTHING ON THE
      *    ACCOUNTS IS SIMPLY STILL UNBILLED.
           OPEN INPUT FATCONTA.
           IF FS-FATCONTA EQUAL "35"
               OPEN OUTPUT FATCONTA
               CLOSE FATCONTA
               OPEN INPUT FATCONTA
           END-IF.
      *
           IF FS-FATCONTA NOT EQUAL "00"
               MOVE '47ERROR OPENING ACCOUNT INVOICES FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-FATCONTA TO WS-ABEND-CODE
               MOVE 'ERROR OPENING ACCOUNT INVOICES FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN OUTPUT CONTASREC-REL.
      *
           IF FS-CONTASREC-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING CONTASREC-REL FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-CONTASREC-REL TO WS-ABEND-CODE
               MOVE 'ERROR OPENING CONTASREC-REL FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN OUTPUT CONTASREC-CSV.
      *
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE TAB-CONTAS TAB-TOTAIS.
       0100-OPEN-DATA-END. EXIT.

       0200-LOAD-ACCOUNTS.
           MOVE LOW-VALUES TO NUM-LOC.
           START BORROWERS KEY IS NOT LESS NUM-LOC
               INVALID KEY MOVE 10 TO FS-BORROWERS
           END-START.
           IF FS-BORROWERS NOT EQUAL 10
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-BORROWERS EQUAL 10
               IF LOC-CONTA AND WRK-CTA-QTDE LESS 500
                   ADD 1 TO WRK-CTA-QTDE
                   MOVE NUM-LOC         TO EL-CTA-NUM(WRK-CTA-QTDE)
                   MOVE NOME-LOC        TO EL-CTA-NOME(WRK-CTA-QTDE)
                   MOVE SALDO-CONTA-LOC TO EL-CTA-SALDO(WRK-CTA-QTDE)
               END-IF
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-PERFORM.
       0200-LOAD-ACCOUNTS-END. EXIT.

      *    WALKS THE CVN-STATUS 'A' DUPLICATE GROUP ONCE AND DROPS
      *    WHAT IS LEFT ON EACH OPEN INVOICE INTO ITS ACCOUNT'S
      *    BUCKET AGAINST VENC-CVN. EVERY OVERDUE INVOICE IS ALSO
      *    LISTED, SO THE CALLS TO MAKE ARE ON THE FIRST PAGE.
       0300-PROCESS-DATA.
           MOVE SPACES TO REG-CRR.
           STRING 'VIDEOTECA - AGED RECEIVABLES (CHARGE ACCOUNTS)'
                  '     RUN DATE: ' WRK-DATE
               DELIMITED BY SIZE INTO REG-CRR.
           WRITE REG-CRR.
           MOVE ALL '=' TO REG-CRR.
           WRITE REG-CRR.
           MOVE SPACES TO REG-CRR.
           WRITE REG-CRR.
           MOVE 'OVERDUE INVOICES' TO REG-CRR.
           WRITE REG-CRR.
           MOVE SPACES TO REG-CRR.
           STRING 'INVOICE  ACCOUNT  NAME                  DUE DATE  '
                  '  DAYS LATE     BALANCE'
               DELIMITED BY SIZE INTO REG-CRR.
           WRITE REG-CRR.
           MOVE ALL '-' TO REG-CRR.
           WRITE REG-CRR.
      *
           MOVE 'SECTION;KEY;NAME;DUE;DAYS;VALUE' TO REG-CRC.
           WRITE REG-CRC.
      *
           MOVE 'A' TO CVN-STATUS.
           START FATCONTA KEY IS EQUAL CVN-STATUS
               INVALID KEY MOVE 10 TO FS-FATCONTA
           END-START.
           IF FS-FATCONTA NOT EQUAL 10
               READ FATCONTA NEXT AT END MOVE 10 TO FS-FATCONTA
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-FATCONTA EQUAL 10
                     OR NOT CVN-ABERTA
               PERFORM 0310-BUCKET-INVOICE
               READ FATCONTA NEXT AT END MOVE 10 TO FS-FATCONTA
               END-READ
           END-PERFORM.
      *
           IF WRK-QTD-ATRASO EQUAL ZERO
               MOVE '  NONE' TO REG-CRR
               WRITE REG-CRR
           END-IF.
       0300-PROCESS-DATA-END. EXIT.

       0310-BUCKET-INVOICE.
           IF PAGO-CVN NOT LESS VALOR-CVN
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-SALDO-FAT = VALOR-CVN - PAGO-CVN.
      *
           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY-NUM)
             - FUNCTION INTEGER-OF-DATE(VENC-CVN).
      *
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO NOT GREATER ZERO
                   MOVE 2 TO WRK-BKT
               WHEN WRK-DIAS-ATRASO NOT GREATER 30
                   MOVE 3 TO WRK-BKT
               WHEN WRK-DIAS-ATRASO NOT GREATER 60
                   MOVE 4 TO WRK-BKT
               WHEN WRK-DIAS-ATRASO NOT GREATER 90
                   MOVE 5 TO WRK-BKT
               WHEN OTHER
                   MOVE 6 TO WRK-BKT
           END-EVALUATE.
      *
      *    AN INVOICE WHOSE ACCOUNT IS NO LONGER ON THE BORROWER
      *    MASTER STILL COUNTS - IT GETS A ROW OF ITS OWN.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-CTA-QTDE
                      OR EL-CTA-NUM(IDX) EQUAL CONTA-CVN
               CONTINUE
           END-PERFORM.
           IF IDX GREATER WRK-CTA-QTDE
               IF WRK-CTA-QTDE LESS 500
                   ADD 1 TO WRK-CTA-QTDE
                   MOVE WRK-CTA-QTDE TO IDX
                   MOVE CONTA-CVN TO EL-CTA-NUM(IDX)
                   MOVE '** NOT ON FILE **' TO EL-CTA-NOME(IDX)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *
           ADD WRK-SALDO-FAT TO EL-CTA-BKT(IDX WRK-BKT).
      *
           IF WRK-DIAS-ATRASO GREATER ZERO
               ADD 1 TO WRK-QTD-ATRASO
               MOVE WRK-DIAS-ATRASO TO WRK-DIAS-EDIT
               MOVE WRK-SALDO-FAT   TO WRK-VALOR-EDIT
               MOVE VENC-CVN        TO WRK-DATA-EDIT
               MOVE SPACES TO REG-CRR
               STRING NUM-CVN '   ' CONTA-CVN '    ' EL-CTA-NOME(IDX)
                      '  ' WRK-DATA-EDIT '      ' WRK-DIAS-EDIT
                      '  ' WRK-VALOR-EDIT
                   DELIMITED BY SIZE INTO REG-CRR
               WRITE REG-CRR
               MOVE SPACES TO REG-CRC
               STRING 'OVERDUE;' NUM-CVN ';' CONTA-CVN ' '
                      EL-CTA-NOME(IDX) ';' VENC-CVN ';'
                      WRK-DIAS-EDIT ';' WRK-VALOR-EDIT
                   DELIMITED BY SIZE INTO REG-CRC
               WRITE REG-CRC
           END-IF.
       0310-BUCKET-INVOICE-END. EXIT.

      *    ONE LINE PER ACCOUNT THAT OWES ANYTHING. THE UNBILLED
      *    COLUMN IS THE RUNNING ACCOUNT BALANCE LESS WHAT IS ALREADY
      *    ON OPEN INVOICES - CHARGES SINCE THE LAST INVOICE RUN.
       0400-PRINT-RESULTS.
           MOVE SPACES TO REG-CRR.
           WRITE REG-CRR.
           MOVE 'BALANCES BY ACCOUNT' TO REG-CRR.
           WRITE REG-CRR.
           MOVE SPACES TO REG-CRR.
           MOVE 'ACCT  NAME' TO REG-CRR(1:10).
           PERFORM VARYING IDY FROM 1 BY 1 UNTIL IDY GREATER 7
               COMPUTE IDX = 27 + (IDY - 1) * 11
               MOVE EL-BKT-NOME(IDY) TO REG-CRR(IDX:10)
           END-PERFORM.
           WRITE REG-CRR.
           MOVE ALL '-' TO REG-CRR.
           WRITE REG-CRR.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-CTA-QTDE
               PERFORM 0410-PRINT-ACCOUNT
           END-PERFORM.
      *
           MOVE ALL '-' TO REG-CRR.
           WRITE REG-CRR.
           MOVE SPACES TO REG-CRR.
           MOVE 'TOTAL' TO REG-CRR(1:5).
           MOVE SPACES TO REG-CRC.
           MOVE 'TOTAL;ALL ACCOUNTS' TO REG-CRC.
           MOVE 19 TO WRK-PTR.
           PERFORM VARYING IDY FROM 1 BY 1 UNTIL IDY GREATER 7
               MOVE EL-TOT-BKT(IDY) TO WRK-VALOR-EDIT
               COMPUTE WRK-BKT = 27 + (IDY - 1) * 11
               MOVE WRK-VALOR-EDIT TO REG-CRR(WRK-BKT:10)
               STRING ';' WRK-VALOR-EDIT DELIMITED BY SIZE
                   INTO REG-CRC WITH POINTER WRK-PTR
           END-PERFORM.
           WRITE REG-CRR.
           WRITE REG-CRC.
      *
           MOVE "  * * *  AGED RECEIVABLES  * * *" TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           IF NOT BATCH-MODE
               DISPLAY SCREEN-MAIN
           END-IF.
           MOVE '57AGED RECEIVABLES WRITTEN TO CONTASREC-REL.TXT.'
               TO WRK-MSG.
           PERFORM 0900-SHOW-MSG.
       0400-PRINT-RESULTS-END. EXIT.

       0410-PRINT-ACCOUNT.
           MOVE ZERO TO EL-CTA-BKT(IDX 7).
           PERFORM VARYING IDY FROM 2 BY 1 UNTIL IDY GREATER 6
               ADD EL-CTA-BKT(IDX IDY) TO EL-CTA-BKT(IDX 7)
           END-PERFORM.
           IF EL-CTA-SALDO(IDX) GREATER EL-CTA-BKT(IDX 7)
               COMPUTE EL-CTA-BKT(IDX 1) =
                   EL-CTA-SALDO(IDX) - EL-CTA-BKT(IDX 7)
               ADD EL-CTA-BKT(IDX 1) TO EL-CTA-BKT(IDX 7)
           END-IF.
           IF EL-CTA-BKT(IDX 7) EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO REG-CRR.
           MOVE EL-CTA-NUM(IDX)  TO REG-CRR(1:5).
           MOVE EL-CTA-NOME(IDX) TO REG-CRR(7:20).
           MOVE SPACES TO REG-CRC.
           STRING 'ACCOUNT;' EL-CTA-NUM(IDX) ';' EL-CTA-NOME(IDX)
               DELIMITED BY SIZE INTO REG-CRC.
           MOVE 35 TO WRK-PTR.
           PERFORM VARYING IDY FROM 1 BY 1 UNTIL IDY GREATER 7
               ADD EL-CTA-BKT(IDX IDY) TO EL-TOT-BKT(IDY)
               MOVE EL-CTA-BKT(IDX IDY) TO WRK-VALOR-EDIT
               COMPUTE WRK-BKT = 27 + (IDY - 1) * 11
               MOVE WRK-VALOR-EDIT TO REG-CRR(WRK-BKT:10)
               STRING ';' WRK-VALOR-EDIT DELIMITED BY SIZE
                   INTO REG-CRC WITH POINTER WRK-PTR
           END-PERFORM.
           WRITE REG-CRR.
           WRITE REG-CRC.
       0410-PRINT-ACCOUNT-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE BORROWERS FATCONTA CONTASREC-REL CONTASREC-CSV.
      *
           MOVE 'CONTAREC' TO LNK-SPL-NOME.
           MOVE 'CONTASREC-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
           MOVE 'CONTAREC' TO LNK-SPL-NOME.
           MOVE 'CONTASREC-REL.csv' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       0900-SHOW-MSG.
           COPY 'CPVIDSMS.cpy'. *> SHOW MESSAGE (SCREEN OR BATCH)
       0900-SHOW-MSG-END. EXIT.

       END PROGRAM CAVIDPRG.
