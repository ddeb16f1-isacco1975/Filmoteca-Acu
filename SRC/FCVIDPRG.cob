      ******************************************************************
      * FILE NAME   : FCVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MONTH-END CHARGE-ACCOUNT INVOICING OF VIDEOTECA  *
      *               PROGRAM - GATHERS EVERY RENTAL AND FEE PUT ON A  *
      *               SCHOOL, CLUB OR HOTEL ACCOUNT UP TO THE END OF   *
      *               THE MONTH AND NOT YET BILLED, RAISES ONE INVOICE *
      *               PER ACCOUNT ON FATCONTA.dat AND PRINTS THE       *
      *               ITEMISED STATEMENT THAT GOES OUT WITH IT         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCVIDPRG.
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
           COPY 'CPVIDPGS.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDCVS.cpy'. *> CHARGE-ACCOUNT INVOICES DAT WORKBOOK
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
      *
           SELECT FATCONTA-REL
              ASSIGN       TO 'FATCONTA-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-FATCONTA-REL.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  PAGAMENTOS.
           COPY 'CPVIDPAG.cpy'. *> FEE PAYMENT DATA FILE
      *
       FD  FATCONTA.
           COPY 'CPVIDCVN.cpy'. *> CHARGE-ACCOUNT INVOICE DATA FILE
      *
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOANS DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  FATCONTA-REL.
       01 REG-FRL                PIC X(100).
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
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDPGW.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDCVW.cpy'. *> CHARGE-ACCOUNT INVOICES WORKBOOK
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDEPW.cpy'. *> POSTAL BLOCK WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE
      *
       77  FS-FATCONTA-REL          PIC X(02) VALUE '00'.
       77  WRK-PERIODO              PIC 9(06) VALUE ZERO.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-CONV-ANO             PIC 9(04) VALUE ZERO.
       77  WRK-CONV-MES             PIC 9(02) VALUE ZERO.
      *
      *    LAST DAY OF THE MONTH BEING INVOICED - A CHARGE MADE AFTER
      *    IT WAITS FOR NEXT MONTH'S INVOICE.
       77  WRK-PER-FIM              PIC 9(08) VALUE ZERO.
       77  WRK-PER-FIM-INT          PIC 9(08) VALUE ZERO.
      *
      *    PAYMENT TERMS IN DAYS FOR AN ACCOUNT WITH NONE OF ITS OWN
      *    (PARAMETER FATPRAZO ON PARAMS.dat).
       77  WRK-PRAZO-PADRAO         PIC 9(03) VALUE 30.
       77  WRK-PRAZO                PIC 9(03) VALUE ZERO.
       77  WRK-VENC-INT             PIC 9(08) VALUE ZERO.
      *
      *    THE CHARGE ACCOUNTS ON FILE, GATHERED BEFORE THE BILLING
      *    PASS SO THE BORROWER MASTER IS FREE FOR THE NAME LOOK-UPS
      *    ON EACH LINE.
       77  WRK-CTA-QTDE             PIC 9(04) VALUE ZERO.
       77  IDX                      PIC S9(04) COMP VALUE ZERO.
       01  TAB-CONTAS.
           05 OCC-CTA      OCCURS 500 TIMES.
              10 EL-CTA-NUM        PIC 9(05).
              10 EL-CTA-NOME       PIC X(20).
              10 EL-CTA-PRAZO      PIC 9(03).
              10 EL-CTA-LIMITE     PIC 9(07)V9(02).
              10 EL-CTA-SALDO      PIC 9(07)V9(02).
      *
      *    THE INVOICE BEING BUILT FOR ONE ACCOUNT.
       77  WRK-FAT-NUM              PIC 9(06) VALUE ZERO.
       77  WRK-FAT-TOTAL            PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-FAT-LINHAS           PIC 9(05) VALUE ZERO.
       77  WRK-FAT-ANTERIOR         PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-FAT-DEVIDO           PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-VENC                 PIC 9(08) VALUE ZERO.
      *
      *    RUN TOTALS.
       77  WRK-QTD-FATURAS          PIC 9(05) VALUE ZERO.
       77  WRK-TOT-FATURADO         PIC 9(09)V9(02) VALUE ZERO.
      *
       77  WRK-VALOR-EDIT           PIC ZZ.ZZ9,99.
       77  WRK-TOTAL-EDIT           PIC Z.ZZZ.ZZ9,99.
       77  WRK-GRANDE-EDIT          PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-QTDE-EDIT            PIC Z(04)9.
       77  WRK-DATA-EDIT            PIC 9999/99/99.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'FCVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0110-DATE-TIME.
           PERFORM 0200-ASK-PERIOD.
           IF WRK-PERIODO NOT EQUAL ZEROES
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE ZEROES TO WRK-PERIODO
               END-IF
           END-IF.
           IF WRK-PERIODO NOT EQUAL ZEROES
               PERFORM 0100-OPEN-DATA
               PERFORM 0105-LOAD-POLICY
               PERFORM 0300-GATHER-ACCOUNTS
               PERFORM 0400-INVOICE-ACCOUNTS
               PERFORM 0500-CLOSE-DATA
           END-IF.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0110-DATE-TIME SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
           MOVE " * *  A C C O U N T   I N V O I C E S  * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           DISPLAY SCREEN-MAIN.
       0110-DATE-TIME-END. EXIT.

      *    A MONTH NOT YET STARTED HAS NOTHING TO BILL. THE CURRENT
      *    MONTH MAY BE RUN ON ITS LAST DAY; A CHARGE MADE LATER THE
      *    SAME DAY SIMPLY GOES ON NEXT MONTH'S INVOICE.
       0200-ASK-PERIOD SECTION.
           DISPLAY 'INVOICE PERIOD (AAAAMM)......: [      ]'
               AT LINE 10 COLUMN 14.
           MOVE ZEROES TO WRK-PERIODO.
           ACCEPT WRK-PERIODO AT LINE 10 COLUMN 46.
           IF WRK-PERIODO EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           DIVIDE WRK-PERIODO BY 100 GIVING WRK-CONV-ANO
               REMAINDER WRK-CONV-MES.
           IF WRK-CONV-MES LESS 1 OR GREATER 12
              OR WRK-PERIODO GREATER WRK-TODAY-NUM(1:6)
               MOVE '20INVALID PERIOD.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               MOVE ZEROES TO WRK-PERIODO
               EXIT PARAGRAPH
           END-IF.
      *
           COMPUTE WRK-PER-FIM = WRK-PERIODO * 100 + 1.
           IF WRK-CONV-MES EQUAL 12
               COMPUTE WRK-PER-FIM = WRK-PER-FIM + 8900
           ELSE
               COMPUTE WRK-PER-FIM = WRK-PER-FIM + 100
           END-IF.
           COMPUTE WRK-PER-FIM-INT =
               FUNCTION INTEGER-OF-DATE(WRK-PER-FIM) - 1.
           COMPUTE WRK-PER-FIM =
               FUNCTION DATE-OF-INTEGER(WRK-PER-FIM-INT).
       0200-ASK-PERIOD-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN INPUT BORROWERS.
           IF FS-BORROWERS EQUAL "35"
               OPEN OUTPUT BORROWERS
               CLOSE BORROWERS
               OPEN INPUT BORROWERS
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
           OPEN I-O PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL "35"
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN I-O PAGAMENTOS
           END-IF.
      *
           IF FS-PAGAMENTOS NOT EQUAL "00"
               MOVE '47ERROR OPENING FEE PAYMENTS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PAGAMENTOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING FEE PAYMENTS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O FATCONTA.
           IF FS-FATCONTA EQUAL "35"
               OPEN OUTPUT FATCONTA
               CLOSE FATCONTA
               OPEN I-O FATCONTA
           END-IF.
      *
           IF FS-FATCONTA NOT EQUAL "00"
               MOVE '47ERROR OPENING ACCOUNT INVOICES FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-FATCONTA TO WS-ABEND-CODE
               MOVE 'ERROR OPENING ACCOUNT INVOICES FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT EMPRESTIMOS.
           IF FS-EMPRESTIMOS EQUAL "35"
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN INPUT EMPRESTIMOS
           END-IF.
      *
           OPEN INPUT MOVIES.
           IF FS-MOVIES EQUAL "35"
               OPEN OUTPUT MOVIES
               CLOSE MOVIES
               OPEN INPUT MOVIES
           END-IF.
       0100-OPEN-DATA-END. EXIT.

      *    PAYMENT TERMS FROM PARAMS.dat (MAINTAINED IN PMVIDPRG) - NO
      *    PARAMETER FILE OR NO FATPRAZO ROW KEEPS THE COMPILED-IN
      *    30 DAYS.
       0105-LOAD-POLICY SECTION.
           OPEN INPUT PARAMS.
           IF FS-PARAMS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'FATPRAZO' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1
              AND WRK-PAR-NUM GREATER ZERO
              AND WRK-PAR-NUM LESS 1000
               MOVE WRK-PAR-NUM TO WRK-PRAZO-PADRAO
           END-IF.
      *
           CLOSE PARAMS.
       0105-LOAD-POLICY-END. EXIT.

       0107-FETCH-PARAM SECTION.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0107-FETCH-PARAM-END. EXIT.

      *    EVERY CHARGE ACCOUNT ON THE BORROWER MASTER, RETIRED ONES
      *    INCLUDED - A SCHOOL THAT CLOSED ITS ACCOUNT MID-MONTH STILL
      *    OWES FOR WHAT IT RENTED BEFORE.
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

       0300-GATHER-ACCOUNTS SECTION.
           MOVE ZERO TO WRK-CTA-QTDE.
           INITIALIZE TAB-CONTAS.
      *
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
                   MOVE PRAZO-LOC       TO EL-CTA-PRAZO(WRK-CTA-QTDE)
                   MOVE LIMITE-CRED-LOC TO EL-CTA-LIMITE(WRK-CTA-QTDE)
                   MOVE SALDO-CONTA-LOC TO EL-CTA-SALDO(WRK-CTA-QTDE)
               END-IF
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-PERFORM.
       0300-GATHER-ACCOUNTS-END. EXIT.

      *    ONE STATEMENT PER ACCOUNT WITH SOMETHING TO BILL, ALL IN
      *    ONE PRINT FILE WITH A RULE BETWEEN THEM. A CHARGE IS BILLED
      *    ONCE - ITS PAYMENT ROW CARRIES THE INVOICE NUMBER FROM THEN
      *    ON - SO THE RUN CAN BE REPEATED SAFELY AND ONLY PICKS UP
      *    WHAT WAS MISSED.
       0400-INVOICE-ACCOUNTS SECTION.
           OPEN OUTPUT FATCONTA-REL.
           IF FS-FATCONTA-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING FATCONTA-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO REG-FRL.
           STRING 'VIDEOTECA - CHARGE-ACCOUNT INVOICES FOR ' WRK-PERIODO
                  '   RUN DATE: ' WRK-DATE
               DELIMITED BY SIZE INTO REG-FRL.
           WRITE REG-FRL.
           MOVE ALL '=' TO REG-FRL.
           WRITE REG-FRL.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-CTA-QTDE
               PERFORM 0410-INVOICE-ONE-ACCOUNT
           END-PERFORM.
      *
           MOVE SPACES TO REG-FRL.
           WRITE REG-FRL.
           MOVE WRK-QTD-FATURAS TO WRK-QTDE-EDIT.
           MOVE WRK-TOT-FATURADO TO WRK-GRANDE-EDIT.
           MOVE SPACES TO REG-FRL.
           STRING 'INVOICES RAISED: ' WRK-QTDE-EDIT
                  '   TOTAL INVOICED: ' WRK-GRANDE-EDIT
               DELIMITED BY SIZE INTO REG-FRL.
           WRITE REG-FRL.
           CLOSE FATCONTA-REL.
      *
           MOVE 'FATCONTA'         TO LNK-SPL-NOME.
           MOVE 'FATCONTA-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
       0400-INVOICE-ACCOUNTS-END. EXIT.

      *    THE PAYMENTS FILE HAS NO ACCOUNT KEY, SO EACH ACCOUNT'S
      *    UNBILLED CHARGES ARE PICKED OUT OF A FULL PASS - THE
      *    HANDFUL OF ACCOUNTS THE SHOP RUNS MAKES THAT CHEAP. THE
      *    INVOICE NUMBER IS ONLY TAKEN WHEN THE FIRST CHARGE TURNS
      *    UP, SO AN ACCOUNT WITH NOTHING TO BILL LEAVES NO GAP.
       0410-INVOICE-ONE-ACCOUNT SECTION.
           MOVE ZEROES TO WRK-FAT-NUM WRK-FAT-TOTAL WRK-FAT-LINHAS.
      *
           MOVE LOW-VALUES TO NUM-PAG.
           START PAGAMENTOS KEY IS NOT LESS NUM-PAG
               INVALID KEY MOVE 10 TO FS-PAGAMENTOS
           END-START.
           IF FS-PAGAMENTOS NOT EQUAL 10
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PAGAMENTOS EQUAL 10
               IF FORMA-CONTA
                  AND CONTA-PAG EQUAL EL-CTA-NUM(IDX)
                  AND NUM-FAT-PAG EQUAL ZEROES
                  AND DATA-PAG NOT GREATER WRK-PER-FIM
                   IF WRK-FAT-NUM EQUAL ZEROES
                       PERFORM 0420-START-INVOICE
                   END-IF
                   PERFORM 0430-BILL-CHARGE
               END-IF
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-PERFORM.
      *
           IF WRK-FAT-NUM NOT EQUAL ZEROES
               PERFORM 0440-CLOSE-INVOICE
           END-IF.
       0410-INVOICE-ONE-ACCOUNT-END. EXIT.

      *    NEXT INVOICE NUMBER OFF THE TOP OF FATCONTA.dat, THE DUE
      *    DATE FROM THE ACCOUNT'S OWN TERMS OR THE HOUSE DEFAULT,
      *    AND THE STATEMENT HEADING.
       0420-START-INVOICE SECTION.
           MOVE HIGH-VALUES TO NUM-CVN.
           START FATCONTA KEY IS NOT GREATER NUM-CVN
               INVALID KEY
                   MOVE ZEROES TO NUM-CVN
               NOT INVALID KEY
                   READ FATCONTA NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-CVN GIVING WRK-FAT-NUM.
      *
           IF EL-CTA-PRAZO(IDX) GREATER ZERO
               MOVE EL-CTA-PRAZO(IDX) TO WRK-PRAZO
           ELSE
               MOVE WRK-PRAZO-PADRAO  TO WRK-PRAZO
           END-IF.
           COMPUTE WRK-VENC-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY-NUM) + WRK-PRAZO.
           COMPUTE WRK-VENC = FUNCTION DATE-OF-INTEGER(WRK-VENC-INT).
      *
           MOVE SPACES TO REG-FRL.
           WRITE REG-FRL.
           MOVE SPACES TO REG-FRL.
           STRING 'INVOICE NO. ' WRK-FAT-NUM
                  '   ACCOUNT ' EL-CTA-NUM(IDX) ' ' EL-CTA-NOME(IDX)
               DELIMITED BY SIZE INTO REG-FRL.
           WRITE REG-FRL.
           MOVE EL-CTA-NUM(IDX) TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   INITIALIZE REG-LOC
           END-READ.
           PERFORM 0425-POSTAL-BLOCK.
           MOVE SPACES TO REG-FRL.
           MOVE WRK-END-LIN1 TO REG-FRL(13:64).
           WRITE REG-FRL.
           IF WRK-END-LIN2 NOT EQUAL SPACES
               MOVE SPACES TO REG-FRL
               MOVE WRK-END-LIN2 TO REG-FRL(13:64)
               WRITE REG-FRL
           END-IF.
           IF WRK-END-LIN3 NOT EQUAL SPACES
               MOVE SPACES TO REG-FRL
               MOVE WRK-END-LIN3 TO REG-FRL(13:64)
               WRITE REG-FRL
           END-IF.
           MOVE WRK-TODAY-NUM TO WRK-DATA-EDIT.
           MOVE SPACES TO REG-FRL.
           STRING 'ISSUED ' WRK-DATA-EDIT
               DELIMITED BY SIZE INTO REG-FRL.
           MOVE WRK-VENC TO WRK-DATA-EDIT.
           STRING '   DUE ' WRK-DATA-EDIT
                  '   CHARGES TO ' WRK-PER-FIM
               DELIMITED BY SIZE INTO REG-FRL(18:).
           WRITE REG-FRL.
           MOVE ALL '-' TO REG-FRL.
           WRITE REG-FRL.
           MOVE SPACES     TO REG-FRL.
           MOVE 'DATE'     TO REG-FRL(1:4).
           MOVE 'LOAN'     TO REG-FRL(10:4).
           MOVE 'RENTED BY' TO REG-FRL(16:9).
           MOVE 'TITLE'    TO REG-FRL(37:5).
           MOVE 'CHARGE'   TO REG-FRL(73:6).
           MOVE 'AMOUNT'   TO REG-FRL(85:6).
           WRITE REG-FRL.
           MOVE ALL '-' TO REG-FRL.
           WRITE REG-FRL.
       0420-START-INVOICE-END. EXIT.

       0425-POSTAL-BLOCK SECTION.
           COPY 'CPVIDEPB.cpy'. *> BORROWER POSTAL BLOCK
       0425-POSTAL-BLOCK-END. EXIT.

      *    ONE LINE OF THE STATEMENT: WHO RENTED WHAT, AND WHETHER IT
      *    WAS THE RENTAL ITSELF OR A FEE ON IT. THE PAYMENT ROW IS
      *    THEN STAMPED WITH THE INVOICE SO IT IS NEVER BILLED TWICE.
      *    THE LOOK-UPS ONLY READ BORROWERS, EMPRESTIMOS AND MOVIES BY
      *    KEY, SO THE PASS OVER PAGAMENTOS KEEPS ITS PLACE.
       0430-BILL-CHARGE SECTION.
           MOVE NUM-LOC-PAG TO NUM-LOC.
           READ BORROWERS
               INVALID KEY MOVE SPACES TO NOME-LOC
           END-READ.
      *
           MOVE SPACES TO TITULO.
           MOVE NUM-EMP-PAG TO NUM-EMP.
           READ EMPRESTIMOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CODIGO-EMP TO CODIGO
                   READ MOVIES
                       INVALID KEY MOVE SPACES TO TITULO
                   END-READ
           END-READ.
      *
           MOVE SPACES TO REG-FRL.
           MOVE DATA-PAG    TO REG-FRL(1:8).
           MOVE NUM-EMP-PAG TO REG-FRL(10:5).
           MOVE NOME-LOC    TO REG-FRL(16:20).
           MOVE TITULO      TO REG-FRL(37:35).
           IF PAG-LOCACAO
               MOVE 'RENTAL' TO REG-FRL(73:10)
           ELSE
               MOVE 'FEE'    TO REG-FRL(73:10)
           END-IF.
           MOVE VALOR-PAG      TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT TO REG-FRL(82:9).
           WRITE REG-FRL.
      *
           ADD 1         TO WRK-FAT-LINHAS.
           ADD VALOR-PAG TO WRK-FAT-TOTAL.
      *
           MOVE WRK-FAT-NUM TO NUM-FAT-PAG.
           REWRITE REG-PAG
               INVALID KEY CONTINUE
           END-REWRITE.
       0430-BILL-CHARGE-END. EXIT.

      *    FILES THE INVOICE AND CLOSES THE STATEMENT WITH WHAT THE
      *    ACCOUNT STILL OWES ON EARLIER INVOICES, THE TOTAL NOW DUE
      *    AND ITS CREDIT LIMIT, SO THE BURSAR SEES THE WHOLE PICTURE.
       0440-CLOSE-INVOICE SECTION.
           PERFORM 0450-SUM-EARLIER-INVOICES.
      *
           INITIALIZE REG-CVN.
           MOVE WRK-FAT-NUM     TO NUM-CVN.
           MOVE EL-CTA-NUM(IDX) TO CONTA-CVN.
           MOVE WRK-PERIODO     TO PERIODO-CVN.
           MOVE WRK-TODAY-NUM   TO DATA-CVN.
           MOVE WRK-VENC        TO VENC-CVN.
           MOVE WRK-FAT-TOTAL   TO VALOR-CVN.
           MOVE ZEROES          TO PAGO-CVN DATA-QUIT-CVN.
           SET CVN-ABERTA TO TRUE.
           WRITE REG-CVN
               INVALID KEY
                   MOVE '42ERROR RECORDING INVOICE.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-WRITE.
      *
           ADD 1             TO WRK-QTD-FATURAS.
           ADD WRK-FAT-TOTAL TO WRK-TOT-FATURADO.
           COMPUTE WRK-FAT-DEVIDO = WRK-FAT-TOTAL + WRK-FAT-ANTERIOR.
      *
           MOVE ALL '-' TO REG-FRL.
           WRITE REG-FRL.
           MOVE WRK-FAT-LINHAS TO WRK-QTDE-EDIT.
           MOVE WRK-FAT-TOTAL  TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-FRL.
           STRING 'THIS INVOICE........: ' WRK-TOTAL-EDIT
                  '   (' WRK-QTDE-EDIT ' CHARGES)'
               DELIMITED BY SIZE INTO REG-FRL.
           WRITE REG-FRL.
           MOVE WRK-FAT-ANTERIOR TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-FRL.
           STRING 'EARLIER INVOICES DUE: ' WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-FRL.
           WRITE REG-FRL.
           MOVE WRK-FAT-DEVIDO TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-FRL.
           STRING 'TOTAL NOW OWING.....: ' WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-FRL.
           WRITE REG-FRL.
           MOVE EL-CTA-LIMITE(IDX) TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-FRL.
           STRING 'CREDIT LIMIT........: ' WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-FRL.
           WRITE REG-FRL.
       0440-CLOSE-INVOICE-END. EXIT.

      *    WHAT IS STILL UNPAID ON THE ACCOUNT'S EARLIER INVOICES,
      *    OFF THE CONTA-CVN DUPLICATE GROUP. CALLED BEFORE THE NEW
      *    INVOICE IS WRITTEN, SO IT IS NEVER COUNTED HERE.
       0450-SUM-EARLIER-INVOICES SECTION.
           MOVE ZEROES TO WRK-FAT-ANTERIOR.
      *
           MOVE EL-CTA-NUM(IDX) TO CONTA-CVN.
           START FATCONTA KEY IS EQUAL CONTA-CVN
               INVALID KEY MOVE 10 TO FS-FATCONTA
           END-START.
           IF FS-FATCONTA NOT EQUAL 10
               READ FATCONTA NEXT AT END MOVE 10 TO FS-FATCONTA
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-FATCONTA EQUAL 10
                     OR CONTA-CVN NOT EQUAL EL-CTA-NUM(IDX)
               IF CVN-ABERTA
                   COMPUTE WRK-FAT-ANTERIOR =
                       WRK-FAT-ANTERIOR + VALOR-CVN - PAGO-CVN
               END-IF
               READ FATCONTA NEXT AT END MOVE 10 TO FS-FATCONTA
               END-READ
           END-PERFORM.
       0450-SUM-EARLIER-INVOICES-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE BORROWERS PAGAMENTOS FATCONTA EMPRESTIMOS MOVIES.
      *
           MOVE WRK-QTD-FATURAS TO WRK-QTDE-EDIT.
           INITIALIZE WRK-MSG.
           STRING '57FATCONTA-REL.txt WRITTEN - INVOICES RAISED: '
                      DELIMITED BY SIZE
                  WRK-QTDE-EDIT DELIMITED BY SIZE
                  INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM FCVIDPRG.
