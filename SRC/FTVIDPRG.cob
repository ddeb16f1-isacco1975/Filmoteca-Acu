           COPY 'CPVIDPDW.cpy'. *> ORDERS DAT WORKBOOK
           COPY 'CPVIDDEW.cpy'. *> DISTRIBS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-FATURAS-REL           PIC X(02).
       77  WRK-FOPTION              PIC X(01) VALUE SPACE.
       77  WRK-NUM-FAT-EDIT         PIC Z(04)9.
       77  WRK-VAL-EDIT             PIC ZZ.ZZ9,99.
       77  WRK-COUNT-EDIT           PIC ZZ9.
       77  WRK-VENC-DISP            PIC 9(04)/9(02)/9(02).
      *
      *    THREE-WAY-MATCH SCRATCH - THE VERDICT AND REASON FOR THE
      *    INVOICE UNDER TEST, THE RECOMPUTED LINE TOTAL, AND THE
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-FATMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-FATMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-FOPTION
             WHEN '1' PERFORM 0310-INCLUDE-INVOICE
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
       0298-IDLE-LOCK-END. EXIT.

       0305-NEXT-INVOICE-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-FAT.
           START FATURAS KEY IS NOT GREATER NUM-FAT
                   EXIT PARAGRAPH
           END-READ.
           MOVE COD-DIS-PED TO COD-DIS-FAT.
      *
      *    THE DUE DATE RUNS FROM THE INVOICE DATE ON THE
      *    DISTRIBUTOR'S PAYMENT TERMS OFF THE SUPPLIER MASTER.
           MOVE ZEROES TO DATA-VENC-FAT.
           MOVE COD-DIS-FAT TO CODIGO-DIS.
           READ DISTRIBS
               INVALID KEY
                   MOVE ZEROES TO PRAZO-PAG-DIS
           END-READ.
           IF PRAZO-PAG-DIS IS NUMERIC
              AND PRAZO-PAG-DIS GREATER ZERO
              AND FUNCTION TEST-DATE-YYYYMMDD(DATA-FAT) EQUAL ZERO
               COMPUTE DATA-VENC-FAT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(DATA-FAT)
                   + PRAZO-PAG-DIS)
           END-IF.
      *
           IF VALOR-TOTAL-FAT EQUAL ZEROES
               COMPUTE VALOR-TOTAL-FAT = QTDE-FAT * VALOR-UNIT-FAT
                   MOVE '47ERROR RECORDING INVOICE.' TO WRK-MSG
               NOT INVALID KEY
                   MOVE NUM-FAT TO WRK-NUM-FAT-EDIT
                   MOVE DATA-VENC-FAT TO WRK-VENC-DISP
                   IF DATA-VENC-FAT EQUAL ZEROES
                       STRING '57INVOICE #' DELIMITED BY SIZE
                              WRK-NUM-FAT-EDIT DELIMITED BY SIZE
                              ' RECORDED - RUN THE MATCH.'
                                  DELIMITED BY SIZE
                              INTO WRK-MSG
                   ELSE
                       STRING '57INVOICE #' DELIMITED BY SIZE
                              WRK-NUM-FAT-EDIT DELIMITED BY SIZE
                              ' RECORDED - DUE ' DELIMITED BY SIZE
                              WRK-VENC-DISP DELIMITED BY SIZE
                              ' - RUN THE MATCH.' DELIMITED BY SIZE
                              INTO WRK-MSG
                   END-IF
           END-WRITE.
      *
           DISPLAY SCREEN-MSG.

      *    THE MATCH ITSELF: THE ORDER MUST EXIST, BELONG TO THE
      *    INVOICE'S DISTRIBUTOR AND HAVE BEEN RECEIVED; THE BILLED
      *    QUANTITY MUST EQUAL WHAT PEVIDPRG PUT ON THE SHELF (THE
      *    COUNT CONFIRMED AT RECEIVING, OR THE ORDERED QUANTITY ON
      *    OLDER ORDERS THAT NEVER RECORDED ONE); THE UNIT PRICE
      *    MUST HOLD TO THE ORDER'S AGREED COST (WHEN ONE WAS KEYED);
      *    AND THE LINE TOTAL MUST BE QUANTITY TIMES UNIT. FIRST
      *    FAILURE WINS AND GOES ON THE RECORD - NO MORE PAYING FOR
      *    COPIES THAT NEVER ARRIVED.
       0325-MATCH-ONE-INVOICE SECTION.
           MOVE 'S' TO WRK-MATCH-OK.
           MOVE SPACES TO WRK-MATCH-MOTIVO.
                   WHEN NOT PED-RECEBIDO
                       MOVE 'N' TO WRK-MATCH-OK
                       MOVE 'GOODS NOT RECEIVED' TO WRK-MATCH-MOTIVO
                   WHEN QTDE-RECEB-PED GREATER ZERO
                        AND QTDE-FAT NOT EQUAL QTDE-RECEB-PED
                       MOVE 'N' TO WRK-MATCH-OK
                       MOVE 'QTY MISMATCH' TO WRK-MATCH-MOTIVO
                   WHEN QTDE-RECEB-PED EQUAL ZERO
                        AND QTDE-FAT NOT EQUAL QTDE-PED
                       MOVE 'N' TO WRK-MATCH-OK
                       MOVE 'QTY MISMATCH' TO WRK-MATCH-MOTIVO
                   WHEN VALOR-UNIT-PED GREATER ZERO
      *
           MOVE SPACES TO REG-FRL.
           EVALUATE TRUE
               WHEN FAT-CONFERIDA AND DATA-VENC-FAT IS NUMERIC
                                  AND DATA-VENC-FAT GREATER ZERO
                   ADD VALOR-TOTAL-FAT TO WRK-REL-SUBTOT
                   ADD VALOR-TOTAL-FAT TO WRK-REL-TOTAL
                   MOVE DATA-VENC-FAT TO WRK-VENC-DISP
                   IF DATA-VENC-FAT LESS WRK-TODAY-NUM
                       STRING '  #' WRK-NUM-FAT-EDIT '  ' DOC-FAT
                              '  PO ' NUM-PED-FAT '  ' WRK-VAL-EDIT
                              '  OK TO PAY - OVERDUE SINCE '
                              WRK-VENC-DISP
                           DELIMITED BY SIZE INTO REG-FRL
                   ELSE
                       STRING '  #' WRK-NUM-FAT-EDIT '  ' DOC-FAT
                              '  PO ' NUM-PED-FAT '  ' WRK-VAL-EDIT
                              '  OK TO PAY - DUE ' WRK-VENC-DISP
                           DELIMITED BY SIZE INTO REG-FRL
                   END-IF
               WHEN FAT-CONFERIDA
                   ADD VALOR-TOTAL-FAT TO WRK-REL-SUBTOT
                   ADD VALOR-TOTAL-FAT TO WRK-REL-TOTAL
