           COPY 'CPVIDPGS.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
           COPY 'CPVIDVLS.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDCVS.cpy'. *> CHARGE-ACCOUNT INVOICES DAT WORKBOOK
      *
      *    THE CLOSED-PERIOD REGISTER MFVIDPRG APPENDS TO - READ AT
      *    START-UP SO ADJUSTMENTS CAN REFUSE FEES DATED IN A CLOSED
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-FECHAMES.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  VALES.
           COPY 'CPVIDVAL.cpy'. *> GIFT VOUCHER DATA FILE
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  FATCONTA.
           COPY 'CPVIDCVN.cpy'. *> CHARGE-ACCOUNT INVOICE DATA FILE
      *
       FD  FECHAMES.
       01  REG-FME.
           05 FME-STAMP             PIC X(16).
           05 FILLER                PIC X(01).
           05 FME-OPERADOR          PIC X(08).
      *
       FD  MANUTENCAO.
           COPY 'CPVIDMTR.cpy'. *> MAINTENANCE FLAG RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
           COPY 'CPVIDPGW.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDVLW.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDIMW.cpy'. *> SERVICE AND SALES TAX WORKBOOK
           COPY 'CPVIDCVW.cpy'. *> CHARGE-ACCOUNT INVOICES WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-LST-LINE             PIC 9(02) USAGE COMP-3 VALUE 09.
       77  WRK-COB-RESTO            PIC 9(03) VALUE ZERO.
       77  WRK-ANISTIA-IDX          PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-COUNT-EDIT           PIC ZZ9.
      *
      *    INVOICE PAYMENT SCRATCH - THE CHARGE-ACCOUNT INVOICE KEYED
      *    AND WHAT IS STILL OWED ON IT.
       77  WRK-FAT-NUM              PIC 9(06) VALUE ZERO.
       77  WRK-SALDO-FAT            PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-VALOR-FAT            PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-VALOR-FAT-EDIT       PIC Z.ZZZ.ZZ9,99.
       01  TAB-ANISTIA.
           05 OCC-ANI      OCCURS 500 TIMES.
              10 EL-ANI-NUM-EMP    PIC 9(05).
               CLOSE BORROWERS
               OPEN I-O BORROWERS
           END-IF.
      *
      *    GIFT VOUCHERS AND STORE CREDIT - I-O BECAUSE A VOUCHER
      *    TAKEN AGAINST A FEE IS DRAWN DOWN HERE.
           OPEN I-O VALES.
           IF FS-VALES EQUAL "35"
               OPEN OUTPUT VALES
               CLOSE VALES
               OPEN I-O VALES
           END-IF.
      *
      *    CHARGE-ACCOUNT INVOICES RAISED BY FCVIDPRG - I-O BECAUSE
      *    THE MONEY PAID AGAINST ONE IS POSTED ON IT HERE.
           OPEN I-O FATCONTA.
           IF FS-FATCONTA EQUAL "35"
               OPEN OUTPUT FATCONTA
               CLOSE FATCONTA
               OPEN I-O FATCONTA
           END-IF.
      *
           PERFORM 0125-READ-CLOSED-PERIOD.
           PERFORM 0127-LOAD-TAX-RATES.
       0100-OPEN-DATA-END. EXIT.

       0125-READ-CLOSED-PERIOD SECTION.
           CLOSE FECHAMES.
       0125-READ-CLOSED-PERIOD-END. EXIT.

      *    SERVICE TAX RATES FROM PARAMS.dat (MAINTAINED IN PMVIDPRG)
      *    - NO PARAMETER FILE KEEPS THE COMPILED-IN RATES.
       0127-LOAD-TAX-RATES SECTION.
           OPEN INPUT PARAMS.
           IF FS-PARAMS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           COPY 'CPVIDIML.cpy'. *> LOAD TAX RATES
      *
           CLOSE PARAMS.
       0127-LOAD-TAX-RATES-END. EXIT.

      *    THE OPEN DRAWER SESSION FOR THE SIGNED-ON OPERATOR, CUT BY
      *    MNVIDPRG AT SIGN-ON. A MISSING FILE OR SESSION LEAVES
      *    WRK-SESSAO AT ZERO AND PAYMENTS ARE TAKEN UNSTAMPED, THE
           CLOSE CAIXA.
       0120-FIND-SESSION-END. EXIT.

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
           MOVE "  * * *  L A T E   F E E   L E D G E R  * * *"
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-TAXMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-TAXMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-TOPTION EQUAL '1' OR '3' OR '4' OR '5'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE '*' TO WRK-TOPTION
               END-IF
           END-IF.
      *
           EVALUATE WRK-TOPTION
             WHEN '1' PERFORM 0310-RECORD-PAYMENT
             WHEN '2' PERFORM 0320-OUTSTANDING-LIST
             WHEN '3' PERFORM 0330-WAIVE-ADJUST
             WHEN '4' PERFORM 0340-AMNESTY
             WHEN '5' PERFORM 0350-INVOICE-PAYMENT
             WHEN '*' CONTINUE
             WHEN '0' MOVE 'N' TO WRK-CONTINUE
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
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

       0310-RECORD-PAYMENT SECTION.
           INITIALIZE REG-TAX WRK-MSG.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
      *    TAKES THE WHOLE BALANCE) AND THE METHOD, AND A PAYMENT ROW
      *    IS WRITTEN. THE FEE ONLY FLIPS TO PAID WHEN THE PAYMENTS
      *    COVER IT - A HALF-PAID REPLACEMENT FEE STAYS OPEN WITH ITS
      *    TRUE REMAINING BALANCE INSTEAD OF BEING WRITTEN OFF. A
      *    GIFT VOUCHER OR STORE CREDIT PAYS AT MOST WHAT IS LEFT ON
      *    IT, THE REST OF THE FEE STAYING OPEN LIKE ANY PART-PAYMENT.
       0315-CONFIRM-PAYMENT SECTION.
           PERFORM 0312-SUM-PAYMENTS.
           COMPUTE WRK-SALDO-TAX = VALOR-TAX - WRK-PAGO-ACUM.
           DISPLAY WRK-VALOR-TAX-EDIT AT LINE 20 COLUMN 53
               COLOR 4 HIGHLIGHT.
      *
           DISPLAY 'AMOUNT NOW.: [       ]  METHOD (D=CASH C=CARD '
               AT LINE 21 COLUMN 14.
           DISPLAY 'V=VOUCHER): [ ]' AT LINE 21 COLUMN 60.
           MOVE ZEROES TO WRK-VALOR-RECEBIDO.
           ACCEPT WRK-VALOR-RECEBIDO AT LINE 21 COLUMN 28.
           IF WRK-VALOR-RECEBIDO EQUAL ZEROES
           END-IF.
      *
           MOVE 'D' TO WRK-FORMA.
           ACCEPT WRK-FORMA AT LINE 21 COLUMN 73.
           EVALUATE WRK-FORMA
               WHEN 'd'   MOVE 'D' TO WRK-FORMA
               WHEN 'c'   MOVE 'C' TO WRK-FORMA
               WHEN 'v'   MOVE 'V' TO WRK-FORMA
               WHEN SPACE MOVE 'D' TO WRK-FORMA
               WHEN OTHER CONTINUE
           END-EVALUATE.
           IF WRK-FORMA NOT EQUAL 'D' AND NOT EQUAL 'C'
                                      AND NOT EQUAL 'V'
               MOVE '20METHOD MUST BE D, C OR V.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZEROES TO WRK-VAL-NUM.
           IF WRK-FORMA EQUAL 'V'
               DISPLAY 'VOUCHER NUMBER: [       ]'
                   AT LINE 22 COLUMN 14
               ACCEPT WRK-VAL-NUM AT LINE 22 COLUMN 31
               MOVE NUM-LOC-TAX        TO WRK-VAL-LOC
               MOVE WRK-VALOR-RECEBIDO TO WRK-VAL-VALOR
               PERFORM 0316-CHECK-VOUCHER
               IF NOT VAL-ACEITO
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-VAL-VALOR TO WRK-VALOR-RECEBIDO
                                     WRK-VALOR-TAX-EDIT
               DISPLAY 'VOUCHER COVERS: ' AT LINE 22 COLUMN 40
               DISPLAY WRK-VALOR-TAX-EDIT AT LINE 22 COLUMN 56
                   COLOR 11 HIGHLIGHT
           END-IF.
      *
           MOVE '41CONFIRM RECEIVING THIS PAYMENT (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
               MOVE '27PAYMENT CANCELLED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-FORMA EQUAL 'V'
               PERFORM 0317-DRAW-VOUCHER
               IF WRK-VAL-VALOR EQUAL ZEROES
                   MOVE '43VOUCHER HAS NO BALANCE LEFT.' TO WRK-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-VAL-VALOR TO WRK-VALOR-RECEBIDO
           END-IF.
      *
           PERFORM 0314-WRITE-PAYMENT.
           IF FS-PAGAMENTOS NOT EQUAL "00"
           END-IF.
       0315-CONFIRM-PAYMENT-END. EXIT.

       0316-CHECK-VOUCHER SECTION.
           COPY 'CPVIDVLC.cpy'. *> VOUCHER TENDER CHECK
       0316-CHECK-VOUCHER-END. EXIT.

       0317-DRAW-VOUCHER SECTION.
           COPY 'CPVIDVLD.cpy'. *> VOUCHER DRAW-DOWN
       0317-DRAW-VOUCHER-END. EXIT.

      *    SUM OF EVERY PAYMENT ALREADY POSTED AGAINST THE FEE IN
      *    REG-TAX, WALKING THE NUM-EMP-PAG DUPLICATE GROUP. ONLY
      *    PAGAMENTOS IS TOUCHED, SO THE CALLER'S REG-TAX AND FILE
           MOVE WRK-TODAY-NUM      TO DATA-PAG.
           MOVE WRK-FORMA          TO FORMA-PAG.
           MOVE WRK-SESSAO         TO NUM-CXS-PAG.
           MOVE WRK-VAL-NUM        TO NUM-VAL-PAG.
           SET PAG-TAXA TO TRUE.
      *
      *    TAX IS DUE WHEN THE FEE IS PAID, AT THE RATE FOR ITS KIND.
           MOVE TAX-TIPO           TO WRK-IMP-TIPO.
           MOVE WRK-VALOR-RECEBIDO TO WRK-IMP-BASE.
           PERFORM 0318-COMPUTE-TAX.
           MOVE WRK-IMP-ALIQ       TO ALIQ-PAG.
           MOVE WRK-IMP-VALOR      TO IMPOSTO-PAG.
      *
           WRITE REG-PAG
               INVALID KEY
           END-WRITE.
       0314-WRITE-PAYMENT-END. EXIT.

       0318-COMPUTE-TAX SECTION.
           COPY 'CPVIDIMC.cpy'. *> TAX CONTAINED IN A GROSS AMOUNT
       0318-COMPUTE-TAX-END. EXIT.

      *    LISTS EVERY UNPAID FEE BY WALKING THE TAX-STATUS ALTERNATE
      *    KEY DUPLICATE GROUP FOR 'P', THE SAME WAY EMVIDPRG'S
      *    OVERDUE REPORT WALKS EMP-STATUS, AND TOTALS THE BALANCE.
           END-PERFORM.
       0345-WAIVE-COLLECTED-END. EXIT.

      *    MONEY RECEIVED AGAINST A CHARGE-ACCOUNT INVOICE. THE
      *    OPERATOR KEYS THE INVOICE NUMBER, SEES WHAT IS STILL OWED
      *    AND KEYS THE AMOUNT (ENTER ALONE TAKES THE WHOLE BALANCE)
      *    AND THE METHOD. THE PAYMENT ROW IS STAMPED WITH THE DRAWER
      *    SESSION LIKE A FEE PAYMENT BUT CARRIES NO TAX - THAT WAS
      *    TAKEN WHEN THE RENTALS AND FEES WENT ON THE ACCOUNT. THE
      *    INVOICE IS CLOSED ONCE PAID IN FULL, AND THE ACCOUNT'S
      *    BALANCE ON THE BORROWER MASTER COMES DOWN BY THE AMOUNT.
       0350-INVOICE-PAYMENT SECTION.
           INITIALIZE REG-CVN WRK-MSG.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           MOVE ZEROES TO WRK-FAT-NUM.
      *
           DISPLAY 'INVOICE NUMBER: [      ]' AT LINE 17 COLUMN 14.
           ACCEPT WRK-FAT-NUM AT LINE 17 COLUMN 31.
      *
           IF WRK-FAT-NUM EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-FAT-NUM TO NUM-CVN.
           READ FATCONTA
               INVALID KEY
                   MOVE '48INVOICE NOT ON FILE.' TO WRK-MSG
               NOT INVALID KEY
                   IF CVN-QUITADA
                       MOVE '20INVOICE ALREADY PAID.' TO WRK-MSG
                   ELSE
                       PERFORM 0355-CONFIRM-INVOICE-PAYMENT
                   END-IF
           END-READ.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-INVOICE-PAYMENT-END. EXIT.

       0355-CONFIRM-INVOICE-PAYMENT SECTION.
           COMPUTE WRK-SALDO-FAT = VALOR-CVN - PAGO-CVN.
      *
           MOVE CONTA-CVN TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   MOVE '48ACCOUNT FOR THIS INVOICE NOT ON FILE.'
                       TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
      *
           DISPLAY 'ACCOUNT....: '   AT LINE 19 COLUMN 14.
           DISPLAY NOME-LOC         AT LINE 19 COLUMN 27
               COLOR 11 HIGHLIGHT.
           MOVE VALOR-CVN TO WRK-VALOR-FAT-EDIT.
           DISPLAY 'INVOICED...: '   AT LINE 20 COLUMN 14.
           DISPLAY WRK-VALOR-FAT-EDIT AT LINE 20 COLUMN 27
               COLOR 11 HIGHLIGHT.
           MOVE WRK-SALDO-FAT TO WRK-VALOR-FAT-EDIT.
           DISPLAY 'BALANCE DUE: '   AT LINE 20 COLUMN 42.
           DISPLAY WRK-VALOR-FAT-EDIT AT LINE 20 COLUMN 55
               COLOR 4 HIGHLIGHT.
      *
           DISPLAY 'AMOUNT NOW.: [         ]  METHOD (D=CASH C=CARD):'
               AT LINE 21 COLUMN 14.
           DISPLAY ' [ ]' AT LINE 21 COLUMN 63.
           MOVE ZEROES TO WRK-VALOR-FAT.
           ACCEPT WRK-VALOR-FAT AT LINE 21 COLUMN 28.
           IF WRK-VALOR-FAT EQUAL ZEROES
               MOVE WRK-SALDO-FAT TO WRK-VALOR-FAT
           END-IF.
           IF WRK-VALOR-FAT GREATER WRK-SALDO-FAT
               MOVE '43AMOUNT EXCEEDS THE BALANCE DUE.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'D' TO WRK-FORMA.
           ACCEPT WRK-FORMA AT LINE 21 COLUMN 65.
           EVALUATE WRK-FORMA
               WHEN 'd'   MOVE 'D' TO WRK-FORMA
               WHEN 'c'   MOVE 'C' TO WRK-FORMA
               WHEN SPACE MOVE 'D' TO WRK-FORMA
               WHEN OTHER CONTINUE
           END-EVALUATE.
           IF WRK-FORMA NOT EQUAL 'D' AND NOT EQUAL 'C'
               MOVE '20METHOD MUST BE D OR C.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41CONFIRM RECEIVING THIS PAYMENT (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27PAYMENT CANCELLED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0313-NEXT-PAYMENT-NUMBER.
           INITIALIZE REG-PAG.
           MOVE WRK-PAG-NEXT       TO NUM-PAG.
           MOVE ZEROES             TO NUM-EMP-PAG.
           MOVE CONTA-CVN          TO NUM-LOC-PAG CONTA-PAG.
           MOVE NUM-CVN            TO NUM-FAT-PAG.
           MOVE WRK-VALOR-FAT      TO VALOR-PAG.
           MOVE WRK-TODAY-NUM      TO DATA-PAG.
           MOVE WRK-FORMA          TO FORMA-PAG.
           MOVE WRK-SESSAO         TO NUM-CXS-PAG.
           SET PAG-FATURA TO TRUE.
           WRITE REG-PAG
               INVALID KEY
                   MOVE '42ERROR RECORDING PAYMENT.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-WRITE.
      *
           ADD WRK-VALOR-FAT TO PAGO-CVN.
           IF PAGO-CVN NOT LESS VALOR-CVN
               SET CVN-QUITADA TO TRUE
               MOVE WRK-TODAY-NUM TO DATA-QUIT-CVN
           END-IF.
           REWRITE REG-CVN
               INVALID KEY
                   MOVE '42ERROR UPDATING INVOICE.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-REWRITE.
      *
           IF SALDO-CONTA-LOC GREATER WRK-VALOR-FAT
               SUBTRACT WRK-VALOR-FAT FROM SALDO-CONTA-LOC
           ELSE
               MOVE ZEROES TO SALDO-CONTA-LOC
           END-IF.
           REWRITE REG-LOC
               INVALID KEY CONTINUE
           END-REWRITE.
      *
           IF CVN-QUITADA
               MOVE '54PAYMENT RECORDED - INVOICE SETTLED.' TO WRK-MSG
           ELSE
               COMPUTE WRK-SALDO-FAT = VALOR-CVN - PAGO-CVN
               MOVE WRK-SALDO-FAT TO WRK-VALOR-FAT-EDIT
               INITIALIZE WRK-MSG
               STRING '54PART-PAYMENT RECORDED. STILL DUE: '
                          DELIMITED BY SIZE
                      WRK-VALOR-FAT-EDIT DELIMITED BY SIZE
                      INTO WRK-MSG
           END-IF.
       0355-CONFIRM-INVOICE-PAYMENT-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE LOG-AUDITORIA.
           CLOSE PAGAMENTOS.
           CLOSE BORROWERS.
           CLOSE VALES.
           CLOSE FATCONTA.
           CLOSE TAXAS.
      *
           IF FS-TAXAS NOT EQUAL "00"
