           COPY 'CPVIDCXS.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDPGS.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDVNS.cpy'. *> EX-RENTAL SALES DAT WORKBOOK
           COPY 'CPVIDVLS.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDRSS.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDCLS.cpy'. *> CALENDAR DAT WORKBOOK
           COPY 'CPVIDETS.cpy'. *> VOIDED CHECKOUTS DAT WORKBOOK
           COPY 'CPVIDTIS.cpy'. *> TRADE-IN LEDGER DAT WORKBOOK
           COPY 'CPVIDPCS.cpy'. *> PETTY CASH DAT WORKBOOK
           COPY 'CPVIDPVS.cpy'. *> CUSTOMER PRE-ORDERS DAT WORKBOOK
      *
      *    THE ONE-PAGE MANAGEMENT DASHBOARD FOR THE INTRANET,
      *    REGENERATED AT EVERY CLOSE SO THE OWNER'S MORNING NUMBERS
      *
       FD  VENDAS.
           COPY 'CPVIDVND.cpy'. *> EX-RENTAL SALES DATA FILE
      *
       FD  VALES.
           COPY 'CPVIDVAL.cpy'. *> GIFT VOUCHER DATA FILE
      *
       FD  RESERVAS.
           COPY 'CPVIDRES.cpy'. *> RESERVATION DATA FILE
      *
       FD  CALENDARIO.
           COPY 'CPVIDCAL.cpy'. *> CALENDAR DATA FILE
      *
       FD  ESTORNOS.
           COPY 'CPVIDETR.cpy'. *> VOIDED CHECKOUT DATA FILE
      *
       FD  TROCAS.
           COPY 'CPVIDTIR.cpy'. *> TRADE-IN LEDGER DATA FILE
      *
       FD  MOVCAIXA.
           COPY 'CPVIDPCR.cpy'. *> PETTY CASH DATA FILE
      *
       FD  PREVENDAS.
           COPY 'CPVIDPVR.cpy'. *> CUSTOMER PRE-ORDER DATA FILE
      *
       FD  PAINEL.
       01 REG-PNH                PIC X(120).
           COPY 'CPVIDCXW.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDPGW.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDVNW.cpy'. *> EX-RENTAL SALES DAT WORKBOOK
           COPY 'CPVIDVLW.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDRSW.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDCLW.cpy'. *> CALENDAR DAT WORKBOOK
           COPY 'CPVIDETW.cpy'. *> VOIDED CHECKOUTS DAT WORKBOOK
           COPY 'CPVIDTIW.cpy'. *> TRADE-IN LEDGER DAT WORKBOOK
           COPY 'CPVIDPCW.cpy'. *> PETTY CASH DAT WORKBOOK
           COPY 'CPVIDPVW.cpy'. *> CUSTOMER PRE-ORDERS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
      *
       77  WRK-VND-QTDE              PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-VND-VALOR             PIC 9(07)V9(02) USAGE COMP-3
                                                     VALUE ZERO.
      *    COUNTER MERCHANDISE BASKETS RUNG UP ON THE SAME TILL - KEPT
      *    APART FROM THE EX-RENTAL COPIES ON THE DAY SHEET.
       77  WRK-MER-QTDE              PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-MER-VALOR             PIC 9(07)V9(02) USAGE COMP-3
                                                     VALUE ZERO.
      *    USED DISCS BOUGHT IN OVER THE COUNTER - MONEY GOING OUT, SO
      *    NOT TAKINGS; THE CASH ONES COME OFF THEIR DRAWER'S FIGURE.
       77  WRK-TRI-QTDE              PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-TRI-VALOR             PIC 9(07)V9(02) USAGE COMP-3
                                                     VALUE ZERO.
       77  WRK-TRI-DINHEIRO          PIC 9(07)V9(02) USAGE COMP-3
                                                     VALUE ZERO.
      *
      *    PETTY-CASH PAY-OUTS AND SAFE DROPS (PCVIDPRG) - MONEY TAKEN
      *    OUT OF A DRAWER, SO IT COMES OFF THAT DRAWER'S FIGURE.
       77  WRK-MCX-DESP-QTDE         PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-MCX-DESP-VALOR        PIC 9(07)V9(02) USAGE COMP-3
                                                     VALUE ZERO.
       77  WRK-MCX-COF-QTDE          PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-MCX-COF-VALOR         PIC 9(07)V9(02) USAGE COMP-3
                                                     VALUE ZERO.
       77  WRK-MCX-TIPO              PIC X(10) VALUE SPACES.
      *
      *    CUSTOMER PRE-ORDERS (VDVIDPRG): DEPOSITS TAKEN TODAY, AND
      *    THE BALANCES TAKEN TODAY ON PRE-ORDERS COLLECTED. THE TWO
      *    TOGETHER ARE THE SALE PRICE, SO BOTH COUNT AS TAKINGS.
       77  WRK-PRV-QTDE              PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-PRV-VALOR             PIC 9(07)V9(02) USAGE COMP-3
                                                     VALUE ZERO.
       77  WRK-ENC-QTDE              PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-ENC-VALOR             PIC 9(07)V9(02) USAGE COMP-3
                                                     VALUE ZERO.
      *
      *    FILM CLUB TICKETS SOLD TODAY (CNVIDPRG) - A FREE NIGHT
      *    LEAVES NO SALE, SO ONLY PAID TICKETS SHOW HERE.
       77  WRK-ING-QTDE              PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-ING-VALOR             PIC 9(07)V9(02) USAGE COMP-3
                                                     VALUE ZERO.
      *
      *    GIFT VOUCHERS AND STORE CREDIT: WHAT WAS ISSUED TODAY (A
      *    VOUCHER SOLD FOR CASH PUTS MONEY IN THE DRAWER) AND WHAT
      *    WAS SPENT AS TENDER ON RENTALS, FEES AND SALES (WHICH
      *    PUTS NONE IN - THE MONEY CAME IN THE DAY IT WAS SOLD).
       77  WRK-VALEMI-QTDE           PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-VALEMI-VALOR          PIC 9(07)V9(02) USAGE COMP-3
                                                     VALUE ZERO.
       77  WRK-VALEMI-PAGO           PIC 9(07)V9(02) USAGE COMP-3
                                                     VALUE ZERO.
       77  WRK-VALRES-QTDE           PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-VALRES-VALOR          PIC 9(07)V9(02) USAGE COMP-3
                                                     VALUE ZERO.
      *
      *    CHARGE ACCOUNTS: RENTALS AND FEES PUT ON AN ACCOUNT TODAY
      *    (NO MONEY - IT ARRIVES WHEN THE INVOICE IS PAID) AND THE
      *    MONEY TAKEN TODAY AGAINST INVOICES.
       77  WRK-CONTA-QTDE            PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-CONTA-VALOR           PIC 9(07)V9(02) USAGE COMP-3
                                                     VALUE ZERO.
       77  WRK-FATREC-QTDE           PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-FATREC-VALOR          PIC 9(07)V9(02) USAGE COMP-3
                                                     VALUE ZERO.
      *
      *    DASHBOARD FIGURES GATHERED ON THE WAY PAST: LOANS STILL
      *    OUT, HOW MANY OF THOSE ARE OVERDUE, THE UNPAID FEE VALUE
           05 OCC-CXS      OCCURS 10 TIMES.
              10 EL-CXS-NUM        PIC 9(05).
              10 EL-CXS-OPER       PIC X(08).
              10 EL-CXS-ESPER      PIC S9(07)V9(02) USAGE COMP-3.
              10 EL-CXS-CONT       PIC 9(07)V9(02) USAGE COMP-3.
              10 EL-CXS-VAR        PIC S9(07)V9(02) USAGE COMP-3.
       77  WRK-CXS-COUNT             PIC 9(02) USAGE COMP-3 VALUE ZERO.
       77  WRK-CXS-IDX               PIC 9(02) USAGE COMP-3 VALUE ZERO.
       77  WRK-CXS-CONTADO           PIC 9(07)V9(02) VALUE ZERO.
      *
      *    CHECKOUTS VOIDED TODAY AT THE DESK. THEIR PAYMENTS ARE
      *    ALREADY GONE FROM THE FIGURES ABOVE, SO THEY ARE LISTED
      *    APART WITH WHAT WAS HANDED BACK.
       77  WRK-VOID-QTDE             PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-VOID-TOTAL            PIC 9(07)V9(02) USAGE COMP-3
                                                     VALUE ZERO.
       77  WRK-VOID-VALOR            PIC 9(07)V9(02) VALUE ZERO.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           IF FS-CAIXA NOT EQUAL "00"
               PERFORM 0335-EXPECTED-PER-SESSION
               PERFORM 0336-SALES-PER-SESSION
               PERFORM 0338-VOUCHERS-PER-SESSION
               PERFORM 0339-TRADEINS-PER-SESSION
               PERFORM 0334-PETTYCASH-PER-SESSION
               PERFORM 0333-DEPOSITS-PER-SESSION
               EXIT PARAGRAPH
           END-IF.
      *
      *
           PERFORM 0335-EXPECTED-PER-SESSION.
           PERFORM 0336-SALES-PER-SESSION.
           PERFORM 0338-VOUCHERS-PER-SESSION.
           PERFORM 0339-TRADEINS-PER-SESSION.
           PERFORM 0334-PETTYCASH-PER-SESSION.
           PERFORM 0333-DEPOSITS-PER-SESSION.
      *
           IF WRK-CXS-COUNT EQUAL ZERO
               CLOSE CAIXA
      *    TXVIDPRG STAMPED ON THEM. CARD TAKINGS NEVER TOUCH THE
      *    DRAWER, SO ONLY CASH COUNTS TOWARDS THE EXPECTED FIGURE -
      *    THE DAY TOTALS FOR BOTH METHODS ARE PICKED UP ON THE WAY
      *    FOR THE DAY SHEET. A PAYMENT MADE WITH A GIFT VOUCHER OR
      *    STORE CREDIT BRINGS NO MONEY IN EITHER, AND IS TOTALLED
      *    APART AS A REDEMPTION. A RENTAL OR FEE PUT ON A CHARGE
      *    ACCOUNT BRINGS NONE IN TODAY AND IS TOTALLED APART TOO;
      *    MONEY PAID AGAINST AN ACCOUNT INVOICE IS REAL MONEY, IN
      *    THE DRAWER OR ON THE CARD LIKE ANY OTHER, BUT IS SHOWN ON
      *    ITS OWN LINE.
       0335-EXPECTED-PER-SESSION.
           OPEN INPUT PAGAMENTOS.
           IF FS-PAGAMENTOS NOT EQUAL "00"
      *
           PERFORM UNTIL FS-PAGAMENTOS EQUAL 10
               IF DATA-PAG EQUAL WRK-TODAY-NUM
                   EVALUATE TRUE
                       WHEN FORMA-CONTA
                           ADD 1 TO WRK-CONTA-QTDE
                           ADD VALOR-PAG TO WRK-CONTA-VALOR
                       WHEN PAG-FATURA
                           ADD 1 TO WRK-FATREC-QTDE
                           ADD VALOR-PAG TO WRK-FATREC-VALOR
                       WHEN PAG-LOCACAO
                           ADD 1 TO WRK-RENT-QTDE
                           ADD VALOR-PAG TO WRK-RENT-VALOR
                       WHEN OTHER
                           ADD 1 TO WRK-PAGREC-QTDE
                           ADD VALOR-PAG TO WRK-PAGREC-VALOR
                   END-EVALUATE
                   EVALUATE TRUE
                       WHEN FORMA-CONTA
                           CONTINUE
                       WHEN FORMA-CARTAO
                           ADD VALOR-PAG TO WRK-PAGCARD-VALOR
                       WHEN FORMA-VALE
                           ADD 1 TO WRK-VALRES-QTDE
                           ADD VALOR-PAG TO WRK-VALRES-VALOR
                       WHEN OTHER
                           PERFORM VARYING WRK-CXS-IDX FROM 1 BY 1
                                   UNTIL WRK-CXS-IDX
                                         GREATER WRK-CXS-COUNT
                               IF NUM-CXS-PAG
                                  EQUAL EL-CXS-NUM(WRK-CXS-IDX)
                                   ADD VALOR-PAG
                                       TO EL-CXS-ESPER(WRK-CXS-IDX)
                               END-IF
                           END-PERFORM
                   END-EVALUATE
               END-IF
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
      *    EX-RENTAL SALES JOIN THE SAME PICTURE: CASH SALES STAMPED
      *    WITH A SESSION ADD TO THAT DRAWER'S EXPECTED FIGURE, AND
      *    THE DAY TOTAL GOES ON THE DAY SHEET NEXT TO THE FEE AND
      *    RENTAL COLLECTIONS. MERCHANDISE BASKETS SIT ON THE SAME
      *    LEDGER AND GO INTO THE DRAWER THE SAME WAY, BUT ARE TOTALLED
      *    ON THEIR OWN LINE.
       0336-SALES-PER-SESSION.
           OPEN INPUT VENDAS.
           IF FS-VENDAS NOT EQUAL "00"
      *
           PERFORM UNTIL FS-VENDAS EQUAL 10
               IF DATA-VND EQUAL WRK-TODAY-NUM
                   EVALUATE TRUE
                     WHEN VND-MERCADORIA
                       ADD 1 TO WRK-MER-QTDE
                       ADD VALOR-VND TO WRK-MER-VALOR
                     WHEN VND-ENCOMENDA
                       ADD 1 TO WRK-ENC-QTDE
                       ADD VALOR-VND TO WRK-ENC-VALOR
                     WHEN VND-INGRESSO
                       ADD 1 TO WRK-ING-QTDE
                       ADD VALOR-VND TO WRK-ING-VALOR
                     WHEN OTHER
                       ADD 1 TO WRK-VND-QTDE
                       ADD VALOR-VND TO WRK-VND-VALOR
                   END-EVALUATE
                   IF VND-VALE
                       ADD 1 TO WRK-VALRES-QTDE
                       ADD VALOR-VND TO WRK-VALRES-VALOR
                   END-IF
                   IF VND-DINHEIRO
                       PERFORM VARYING WRK-CXS-IDX FROM 1 BY 1
                               UNTIL WRK-CXS-IDX GREATER WRK-CXS-COUNT
           CLOSE VENDAS.
       0336-SALES-PER-SESSION-END. EXIT.

      *    VOUCHERS ISSUED TODAY, OFF THE DATA-EMISSAO-VAL DUPLICATE
      *    GROUP: ONE SOLD FOR CASH ADDS TO THE EXPECTED FIGURE OF
      *    THE SESSION THAT SOLD IT, ONE ON CARD OR GRANTED AS STORE
      *    CREDIT OR FOR A TRADE-IN ONLY COUNTS TOWARDS THE DAY SHEET.
       0338-VOUCHERS-PER-SESSION.
           OPEN INPUT VALES.
           IF FS-VALES NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-TODAY-NUM TO DATA-EMISSAO-VAL.
           START VALES KEY IS EQUAL DATA-EMISSAO-VAL
               INVALID KEY MOVE 10 TO FS-VALES
           END-START.
           IF FS-VALES NOT EQUAL 10
               READ VALES NEXT AT END MOVE 10 TO FS-VALES END-READ
           END-IF.
      *
           PERFORM UNTIL FS-VALES EQUAL 10
                     OR DATA-EMISSAO-VAL NOT EQUAL WRK-TODAY-NUM
               ADD 1 TO WRK-VALEMI-QTDE
               ADD VALOR-EMITIDO-VAL TO WRK-VALEMI-VALOR
               IF NOT VAL-CORTESIA AND NOT VAL-TROCA
                   ADD VALOR-EMITIDO-VAL TO WRK-VALEMI-PAGO
               END-IF
               IF VAL-DINHEIRO
                   PERFORM VARYING WRK-CXS-IDX FROM 1 BY 1
                           UNTIL WRK-CXS-IDX GREATER WRK-CXS-COUNT
                       IF NUM-CXS-VAL EQUAL EL-CXS-NUM(WRK-CXS-IDX)
                           ADD VALOR-EMITIDO-VAL
                               TO EL-CXS-ESPER(WRK-CXS-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               READ VALES NEXT AT END MOVE 10 TO FS-VALES END-READ
           END-PERFORM.
           CLOSE VALES.
       0338-VOUCHERS-PER-SESSION-END. EXIT.

      *    DISCS BOUGHT IN TODAY (TIVIDPRG), OFF THE DATA-TRI DUPLICATE
      *    GROUP: ONE PAID IN CASH CAME OUT OF THE DRAWER OF THE
      *    SESSION STAMPED ON IT, SO IT COMES OFF THAT SESSION'S
      *    EXPECTED FIGURE - WHICH CAN GO BELOW ZERO ON A DRAWER THAT
      *    BOUGHT MORE THAN IT TOOK. ONE PAID IN STORE CREDIT MOVED
      *    NO MONEY AND ONLY COUNTS TOWARDS THE DAY SHEET.
       0339-TRADEINS-PER-SESSION.
           OPEN INPUT TROCAS.
           IF FS-TROCAS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-TODAY-NUM TO DATA-TRI.
           START TROCAS KEY IS EQUAL DATA-TRI
               INVALID KEY MOVE 10 TO FS-TROCAS
           END-START.
           IF FS-TROCAS NOT EQUAL 10
               READ TROCAS NEXT AT END MOVE 10 TO FS-TROCAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-TROCAS EQUAL 10
                     OR DATA-TRI NOT EQUAL WRK-TODAY-NUM
               ADD 1 TO WRK-TRI-QTDE
               ADD VALOR-TRI TO WRK-TRI-VALOR
               IF TRI-DINHEIRO
                   ADD VALOR-TRI TO WRK-TRI-DINHEIRO
                   PERFORM VARYING WRK-CXS-IDX FROM 1 BY 1
                           UNTIL WRK-CXS-IDX GREATER WRK-CXS-COUNT
                       IF NUM-CXS-TRI EQUAL EL-CXS-NUM(WRK-CXS-IDX)
                           SUBTRACT VALOR-TRI
                               FROM EL-CXS-ESPER(WRK-CXS-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               READ TROCAS NEXT AT END MOVE 10 TO FS-TROCAS END-READ
           END-PERFORM.
           CLOSE TROCAS.
       0339-TRADEINS-PER-SESSION-END. EXIT.

      *    TODAY'S PETTY-CASH PAY-OUTS AND SAFE DROPS (PCVIDPRG), OFF
      *    THE DATA-MCX DUPLICATE GROUP. BOTH ARE NOTES THAT LEFT THE
      *    DRAWER OF THE SESSION STAMPED ON THEM, SO BOTH COME OFF
      *    THAT SESSION'S EXPECTED FIGURE.
       0334-PETTYCASH-PER-SESSION.
           OPEN INPUT MOVCAIXA.
           IF FS-MOVCAIXA NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-TODAY-NUM TO DATA-MCX.
           START MOVCAIXA KEY IS EQUAL DATA-MCX
               INVALID KEY MOVE 10 TO FS-MOVCAIXA
           END-START.
           IF FS-MOVCAIXA NOT EQUAL 10
               READ MOVCAIXA NEXT AT END MOVE 10 TO FS-MOVCAIXA
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-MOVCAIXA EQUAL 10
                     OR DATA-MCX NOT EQUAL WRK-TODAY-NUM
               IF MCX-COFRE
                   ADD 1 TO WRK-MCX-COF-QTDE
                   ADD VALOR-MCX TO WRK-MCX-COF-VALOR
               ELSE
                   ADD 1 TO WRK-MCX-DESP-QTDE
                   ADD VALOR-MCX TO WRK-MCX-DESP-VALOR
               END-IF
               PERFORM VARYING WRK-CXS-IDX FROM 1 BY 1
                       UNTIL WRK-CXS-IDX GREATER WRK-CXS-COUNT
                   IF NUM-CXS-MCX EQUAL EL-CXS-NUM(WRK-CXS-IDX)
                       SUBTRACT VALOR-MCX
                           FROM EL-CXS-ESPER(WRK-CXS-IDX)
                   END-IF
               END-PERFORM
               READ MOVCAIXA NEXT AT END MOVE 10 TO FS-MOVCAIXA
               END-READ
           END-PERFORM.
           CLOSE MOVCAIXA.
       0334-PETTYCASH-PER-SESSION-END. EXIT.

      *    PRE-ORDER DEPOSITS TAKEN TODAY (VDVIDPRG), OFF THE DATA-PRV
      *    DUPLICATE GROUP: ONE PAID IN CASH WENT INTO THE DRAWER OF
      *    THE SESSION STAMPED ON IT. THE BALANCE PAID AT COLLECTION
      *    IS AN ORDINARY SALES ROW AND IS PICKED UP WITH THE SALES.
       0333-DEPOSITS-PER-SESSION.
           OPEN INPUT PREVENDAS.
           IF FS-PREVENDAS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-TODAY-NUM TO DATA-PRV.
           START PREVENDAS KEY IS EQUAL DATA-PRV
               INVALID KEY MOVE 10 TO FS-PREVENDAS
           END-START.
           IF FS-PREVENDAS NOT EQUAL 10
               READ PREVENDAS NEXT AT END MOVE 10 TO FS-PREVENDAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PREVENDAS EQUAL 10
                     OR DATA-PRV NOT EQUAL WRK-TODAY-NUM
               IF SINAL-PRV GREATER ZERO
                   ADD 1 TO WRK-PRV-QTDE
                   ADD SINAL-PRV TO WRK-PRV-VALOR
                   IF SINAL-DINHEIRO
                       PERFORM VARYING WRK-CXS-IDX FROM 1 BY 1
                               UNTIL WRK-CXS-IDX GREATER WRK-CXS-COUNT
                           IF NUM-CXS-PRV EQUAL EL-CXS-NUM(WRK-CXS-IDX)
                               ADD SINAL-PRV
                                   TO EL-CXS-ESPER(WRK-CXS-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               READ PREVENDAS NEXT AT END MOVE 10 TO FS-PREVENDAS
               END-READ
           END-PERFORM.
           CLOSE PREVENDAS.
       0333-DEPOSITS-PER-SESSION-END. EXIT.

       0337-COUNT-ONE-DRAWER.
           DISPLAY SCREEN-MAIN.
           DISPLAY 'CASH-UP - DRAWER SESSION' AT LINE 08 COLUMN 14.
           DISPLAY 'OPERATOR.......: ' AT LINE 10 COLUMN 14.
           DISPLAY EL-CXS-OPER(WRK-CXS-IDX) AT LINE 10 COLUMN 31
               COLOR 11 HIGHLIGHT.
           MOVE EL-CXS-ESPER(WRK-CXS-IDX) TO WRK-VAR-EDIT.
           DISPLAY 'EXPECTED CASH..: ' AT LINE 11 COLUMN 14.
           DISPLAY WRK-VAR-EDIT AT LINE 11 COLUMN 31
               COLOR 11 HIGHLIGHT.
           DISPLAY 'COUNTED CASH...: [         ]'
               AT LINE 13 COLUMN 14.
                  '  TOTAL ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-DIA.
           WRITE REG-DIA.
           MOVE WRK-MER-QTDE TO WRK-QTD-EDIT.
           MOVE WRK-MER-VALOR TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-DIA.
           STRING 'MERCHANDISE SALES....: ' WRK-QTD-EDIT
                  '  TOTAL ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-DIA.
           WRITE REG-DIA.
           MOVE WRK-PRV-QTDE TO WRK-QTD-EDIT.
           MOVE WRK-PRV-VALOR TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-DIA.
           STRING 'PRE-ORDER DEPOSITS...: ' WRK-QTD-EDIT
                  '  TOTAL ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-DIA.
           WRITE REG-DIA.
           MOVE WRK-ENC-QTDE TO WRK-QTD-EDIT.
           MOVE WRK-ENC-VALOR TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-DIA.
           STRING 'PRE-ORDERS COLLECTED.: ' WRK-QTD-EDIT
                  '  TOTAL ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-DIA.
           WRITE REG-DIA.
           MOVE WRK-ING-QTDE TO WRK-QTD-EDIT.
           MOVE WRK-ING-VALOR TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-DIA.
           STRING 'FILM CLUB TICKETS....: ' WRK-QTD-EDIT
                  '  TOTAL ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-DIA.
           WRITE REG-DIA.
           MOVE WRK-TRI-QTDE TO WRK-QTD-EDIT.
           MOVE WRK-TRI-VALOR TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-DIA.
           STRING 'TRADE-INS BOUGHT.....: ' WRK-QTD-EDIT
                  '  TOTAL ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-DIA.
           MOVE WRK-TRI-DINHEIRO TO WRK-VAL-EDIT.
           STRING '  (CASH ' WRK-VAL-EDIT ')'
               DELIMITED BY SIZE INTO REG-DIA(49:).
           WRITE REG-DIA.
           MOVE WRK-MCX-DESP-QTDE TO WRK-QTD-EDIT.
           MOVE WRK-MCX-DESP-VALOR TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-DIA.
           STRING 'PETTY-CASH PAY-OUTS..: ' WRK-QTD-EDIT
                  '  TOTAL ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-DIA.
           WRITE REG-DIA.
           MOVE WRK-MCX-COF-QTDE TO WRK-QTD-EDIT.
           MOVE WRK-MCX-COF-VALOR TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-DIA.
           STRING 'SAFE DROPS...........: ' WRK-QTD-EDIT
                  '  TOTAL ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-DIA.
           WRITE REG-DIA.
           MOVE WRK-VALEMI-QTDE TO WRK-QTD-EDIT.
           MOVE WRK-VALEMI-VALOR TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-DIA.
           STRING 'VOUCHERS ISSUED......: ' WRK-QTD-EDIT
                  '  TOTAL ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-DIA.
           WRITE REG-DIA.
           MOVE WRK-VALRES-QTDE TO WRK-QTD-EDIT.
           MOVE WRK-VALRES-VALOR TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-DIA.
           STRING 'VOUCHERS REDEEMED....: ' WRK-QTD-EDIT
                  '  TOTAL ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-DIA.
           WRITE REG-DIA.
           MOVE WRK-CONTA-QTDE TO WRK-QTD-EDIT.
           MOVE WRK-CONTA-VALOR TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-DIA.
           STRING 'CHARGED TO ACCOUNTS..: ' WRK-QTD-EDIT
                  '  TOTAL ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-DIA.
           WRITE REG-DIA.
           MOVE WRK-FATREC-QTDE TO WRK-QTD-EDIT.
           MOVE WRK-FATREC-VALOR TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-DIA.
           STRING 'ACCOUNT INVOICES PAID: ' WRK-QTD-EDIT
                  '  TOTAL ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-DIA.
           WRITE REG-DIA.
      *
           IF WRK-CXS-COUNT GREATER ZERO
               MOVE SPACES TO REG-DIA
                   PERFORM 0405-WRITE-DRAWER-LINE
               END-PERFORM
           END-IF.
      *
           PERFORM 0407-WRITE-VOIDS.
           PERFORM 0408-WRITE-PETTY-CASH.
      *
           CLOSE DIARIO.
       0400-WRITE-DAY-SHEET-END. EXIT.

       0405-WRITE-DRAWER-LINE.
           MOVE SPACES TO REG-DIA.
           MOVE EL-CXS-ESPER(WRK-CXS-IDX) TO WRK-VAR-EDIT.
           STRING '  #' EL-CXS-NUM(WRK-CXS-IDX) ' '
                  EL-CXS-OPER(WRK-CXS-IDX) '  ' WRK-VAR-EDIT
               DELIMITED BY SIZE INTO REG-DIA.
           MOVE EL-CXS-CONT(WRK-CXS-IDX) TO WRK-VAL-EDIT.
           MOVE EL-CXS-VAR(WRK-CXS-IDX)  TO WRK-VAR-EDIT.
           WRITE REG-DIA.
       0405-WRITE-DRAWER-LINE-END. EXIT.

      *    TODAY'S VOIDED CHECKOUTS OFF THE DATA-EST DUPLICATE GROUP:
      *    ONE LINE EACH WITH THE OPERATOR, REASON, APPROVER AND ALL
      *    THAT WAS HANDED BACK, THEN THE COUNT AND TOTAL.
       0407-WRITE-VOIDS.
           OPEN INPUT ESTORNOS.
           IF FS-ESTORNOS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-TODAY-NUM TO DATA-EST.
           START ESTORNOS KEY IS EQUAL DATA-EST
               INVALID KEY MOVE 10 TO FS-ESTORNOS
           END-START.
           IF FS-ESTORNOS EQUAL 10
               CLOSE ESTORNOS
               EXIT PARAGRAPH
           END-IF.
           READ ESTORNOS NEXT AT END MOVE 10 TO FS-ESTORNOS END-READ.
      *
           MOVE SPACES TO REG-DIA.
           WRITE REG-DIA.
           MOVE 'VOIDED CHECKOUTS (LOAN / OPERATOR / REASON / APPROVER)'
               TO REG-DIA.
           WRITE REG-DIA.
      *
           PERFORM UNTIL FS-ESTORNOS EQUAL 10
                     OR DATA-EST NOT EQUAL WRK-TODAY-NUM
               COMPUTE WRK-VOID-VALOR = VALOR-DIN-EST + VALOR-CAR-EST
                                      + VALOR-VAL-EST + VALOR-CTA-EST
                                      + VALOR-CAU-EST
               ADD 1 TO WRK-VOID-QTDE
               ADD WRK-VOID-VALOR TO WRK-VOID-TOTAL
               MOVE WRK-VOID-VALOR TO WRK-VAL-EDIT
               MOVE SPACES TO REG-DIA
               STRING '  #' NUM-EMP-EST ' ' HORA-EST ' ' OPERADOR-EST
                      ' ' MOTIVO-EST ' ' APROV-EST '  ' WRK-VAL-EDIT
                   DELIMITED BY SIZE INTO REG-DIA
               WRITE REG-DIA
               READ ESTORNOS NEXT AT END MOVE 10 TO FS-ESTORNOS
               END-READ
           END-PERFORM.
           CLOSE ESTORNOS.
      *
           MOVE WRK-VOID-QTDE TO WRK-QTD-EDIT.
           MOVE WRK-VOID-TOTAL TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-DIA.
           STRING 'CHECKOUTS VOIDED.....: ' WRK-QTD-EDIT
                  '  TOTAL ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-DIA.
           WRITE REG-DIA.
       0407-WRITE-VOIDS-END. EXIT.

      *    TODAY'S PETTY-CASH MOVEMENTS OFF THE DATA-MCX DUPLICATE
      *    GROUP: ONE LINE EACH WITH THE OPERATOR, WHAT IT WAS (THE
      *    PAY-OUT CATEGORY, OR THE DROP), THE RECEIPT OR BAG NUMBER,
      *    THE AMOUNT AND, FOR A DROP, WHO WITNESSED IT.
       0408-WRITE-PETTY-CASH.
           OPEN INPUT MOVCAIXA.
           IF FS-MOVCAIXA NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-TODAY-NUM TO DATA-MCX.
           START MOVCAIXA KEY IS EQUAL DATA-MCX
               INVALID KEY MOVE 10 TO FS-MOVCAIXA
           END-START.
           IF FS-MOVCAIXA EQUAL 10
               CLOSE MOVCAIXA
               EXIT PARAGRAPH
           END-IF.
           READ MOVCAIXA NEXT AT END MOVE 10 TO FS-MOVCAIXA END-READ.
      *
           MOVE SPACES TO REG-DIA.
           WRITE REG-DIA.
           MOVE 'PETTY CASH (DRAWER / OPERATOR / KIND / REF / WITNESS)'
               TO REG-DIA.
           WRITE REG-DIA.
      *
           PERFORM UNTIL FS-MOVCAIXA EQUAL 10
                     OR DATA-MCX NOT EQUAL WRK-TODAY-NUM
               IF MCX-COFRE
                   MOVE 'SAFE DROP' TO WRK-MCX-TIPO
               ELSE
                   MOVE 'PAY-OUT'   TO WRK-MCX-TIPO
                   MOVE CATEGORIA-MCX TO WRK-MCX-TIPO(9:1)
               END-IF
               MOVE VALOR-MCX TO WRK-VAL-EDIT
               MOVE SPACES TO REG-DIA
               STRING '  #' NUM-CXS-MCX ' ' HORA-MCX ' ' OPERADOR-MCX
                      ' ' WRK-MCX-TIPO ' ' REFERENCIA-MCX ' '
                      WRK-VAL-EDIT ' ' TESTEMUNHA-MCX
                   DELIMITED BY SIZE INTO REG-DIA
               WRITE REG-DIA
               READ MOVCAIXA NEXT AT END MOVE 10 TO FS-MOVCAIXA
               END-READ
           END-PERFORM.
           CLOSE MOVCAIXA.
       0408-WRITE-PETTY-CASH-END. EXIT.

      *    THE ONE-PAGE DASHBOARD: OVERDUE COUNT AND THE UNPAID FEE
      *    VALUE BEHIND THE BOOK, ACTIVE HOLDS, TODAY'S TAKINGS,
      *    LOANS OUT AND THE WEEK'S TOP TITLES - PLAIN HTML IN THE
           WRITE REG-PNH.
      *
      *    TAKINGS ARE THE MONEY THAT CROSSED THE COUNTER: FEE
      *    PAYMENTS, RENTAL CHARGES, EX-RENTAL AND MERCHANDISE
      *    SALES. THE VALUE OF FEES SETTLED TODAY (WRK-FEES-VALOR)
      *    STAYS OFF THE SUM - EVERY CENT OF IT ALREADY ARRIVED AS
      *    A PAYMENT ROW, AND
      *    ADDING BOTH WOULD COUNT A FEE PAID IN FULL TWICE. BY THE
      *    SAME RULE A VOUCHER COUNTS THE DAY IT IS SOLD, NOT THE DAY
      *    IT IS SPENT, AND STORE CREDIT GRANTED NEVER COUNTS; AND A
      *    CHARGE-ACCOUNT RENTAL COUNTS WHEN ITS INVOICE IS PAID. A
      *    PRE-ORDER COUNTS ITS DEPOSIT THE DAY IT IS TAKEN AND ITS
      *    BALANCE THE DAY IT IS COLLECTED. A FILM CLUB TICKET
      *    COUNTS THE DAY IT IS SOLD, NOT THE NIGHT OF THE SCREENING.
           COMPUTE WRK-TAKINGS =
               WRK-PAGREC-VALOR + WRK-FATREC-VALOR
             + WRK-RENT-VALOR + WRK-VND-VALOR + WRK-MER-VALOR
             + WRK-PRV-VALOR + WRK-ENC-VALOR + WRK-ING-VALOR
             + WRK-VALEMI-PAGO - WRK-VALRES-VALOR.
           MOVE WRK-TAKINGS TO WRK-PAINEL-EDIT.
           MOVE SPACES TO REG-PNH.
           STRING '<tr><td>TAKINGS TODAY</td><td>' WRK-PAINEL-EDIT
