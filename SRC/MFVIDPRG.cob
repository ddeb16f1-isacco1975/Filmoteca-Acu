      * PURPOSE     : MONTH-END FINANCIAL CLOSE OF VIDEOTECA PROGRAM - *
      *               LOCKS THE FEE LEDGER FOR A FINISHED MONTH AND    *
      *               PRODUCES THE MONTHLY REVENUE AND COLLECTIONS     *
      *               STATEMENT THE ACCOUNTANT GETS, WITH THE TAX      *
      *               RETURN WORKSHEET BY REVENUE TYPE                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MFVIDPRG.
       FILE-CONTROL.
           COPY 'CPVIDTXS.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDPGS.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDVNS.cpy'. *> EX-RENTAL SALES DAT WORKBOOK
           COPY 'CPVIDFSS.cpy'. *> FISCAL RECEIPT REGISTER WORKBOOK
      *
      *    THE CLOSED-PERIOD REGISTER - ONE LINE PER CLOSED MONTH,
      *    APPENDED HERE AND READ BY EVERY PROGRAM THAT MUST REFUSE
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-MENSAL-REL.
      *
           SELECT IMPOSTOS-REL
              ASSIGN       TO 'IMPOSTOS-MES.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-IMPOSTOS-REL.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
      *
       FD  PAGAMENTOS.
           COPY 'CPVIDPAG.cpy'. *> FEE PAYMENT DATA FILE
      *
       FD  VENDAS.
           COPY 'CPVIDVND.cpy'. *> EX-RENTAL SALES DATA FILE
      *
       FD  FISCAL.
           COPY 'CPVIDFSC.cpy'. *> FISCAL RECEIPT REGISTER DATA FILE
      *
       FD  FECHAMES.
       01  REG-FME.
      *
       FD  MENSAL-REL.
       01 REG-MRL                PIC X(80).
      *
       FD  IMPOSTOS-REL.
       01 REG-IRL                PIC X(80).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDTXW.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDPGW.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDVNW.cpy'. *> EX-RENTAL SALES DAT WORKBOOK
           COPY 'CPVIDFSW.cpy'. *> FISCAL RECEIPT REGISTER WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDABE.cpy'. *> ABEND
      *
       77  WRK-CARD-VALOR           PIC 9(09)V9(02) VALUE ZERO.
       77  WRK-LOC-QTDE             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-LOC-VALOR            PIC 9(09)V9(02) VALUE ZERO.
       77  WRK-FAT-QTDE             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-FAT-VALOR            PIC 9(09)V9(02) VALUE ZERO.
       77  WRK-QTD-EDIT             PIC Z(04)9.
       77  WRK-VAL-EDIT             PIC ZZZ.ZZ9,99.
      *
      *    TAX RETURN WORKSHEET - ONE LINE PER REVENUE TYPE: RENTALS,
      *    LATE FEES, REPLACEMENT CHARGES AND EX-RENTAL SALES, TAKEN
      *    WHEN THE MONEY CAME IN. THE RATE IS THE ONE ON THE ROWS;
      *    EL-IMP-MISTA FLAGS A MONTH THAT SPANS A RATE CHANGE.
       77  FS-IMPOSTOS-REL          PIC X(02) VALUE '00'.
       77  IDX                      PIC S9(04) COMP VALUE ZERO.
       77  WRK-PER-INI              PIC 9(08) VALUE ZERO.
       77  WRK-ROW-ALIQ             PIC 9(02)V9(02) VALUE ZERO.
       77  WRK-ROW-BRUTO            PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-ROW-IMPOSTO          PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-LIQUIDO              PIC 9(09)V9(02) VALUE ZERO.
       77  WRK-TOT-BRUTO            PIC 9(09)V9(02) VALUE ZERO.
       77  WRK-TOT-IMPOSTO          PIC 9(09)V9(02) VALUE ZERO.
       77  WRK-CAN-QTDE             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-ALIQ-EDIT            PIC Z9,99.
       77  WRK-TOT-EDIT             PIC Z.ZZZ.ZZ9,99.
       01  TAB-IMPOSTOS.
           05 OCC-IMPOSTO  OCCURS 4 TIMES.
              10 EL-IMP-QTDE       PIC 9(05) USAGE COMP-3.
              10 EL-IMP-BRUTO      PIC 9(09)V9(02).
              10 EL-IMP-IMPOSTO    PIC 9(09)V9(02).
              10 EL-IMP-ALIQ       PIC 9(02)V9(02).
              10 EL-IMP-MISTA      PIC X(01).
       01  TAB-IMPOSTO-NAMES.
           05 FILLER  PIC X(20) VALUE 'RENTALS             '.
           05 FILLER  PIC X(20) VALUE 'LATE FEES           '.
           05 FILLER  PIC X(20) VALUE 'REPLACEMENT CHARGES '.
           05 FILLER  PIC X(20) VALUE 'EX-RENTAL SALES     '.
       01  TAB-IMPOSTO-NAMES-R REDEFINES TAB-IMPOSTO-NAMES.
           05 EL-IMP-NOME  OCCURS 4 TIMES PIC X(20).
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
               PERFORM 0100-OPEN-DATA
               PERFORM 0300-GATHER-LEDGER
               PERFORM 0310-GATHER-PAYMENTS
               PERFORM 0320-GATHER-SALES
               PERFORM 0400-WRITE-STATEMENT
               PERFORM 0420-WRITE-TAX-RETURN
               PERFORM 0410-STAMP-CLOSE
               PERFORM 0500-CLOSE-DATA
           END-IF.
               CLOSE PAGAMENTOS
               OPEN INPUT PAGAMENTOS
           END-IF.
      *
           OPEN INPUT VENDAS.
           IF FS-VENDAS EQUAL "35"
               OPEN OUTPUT VENDAS
               CLOSE VENDAS
               OPEN INPUT VENDAS
           END-IF.
      *
           OPEN INPUT FISCAL.
           IF FS-FISCAL EQUAL "35"
               OPEN OUTPUT FISCAL
               CLOSE FISCAL
               OPEN INPUT FISCAL
           END-IF.
      *
           INITIALIZE TAB-IMPOSTOS.
           COMPUTE WRK-PER-INI = WRK-PERIODO * 100 + 1.
       0100-OPEN-DATA-END. EXIT.

       0300-GATHER-LEDGER SECTION.
           END-PERFORM.
       0300-GATHER-LEDGER-END. EXIT.

      *    MONEY PAID AGAINST A CHARGE-ACCOUNT INVOICE IS NEITHER
      *    REVENUE NOR TAXABLE - BOTH WERE TAKEN WHEN THE RENTAL OR
      *    FEE WAS PUT ON THE ACCOUNT - SO IT IS TOTALLED APART.
       0310-GATHER-PAYMENTS SECTION.
           MOVE LOW-VALUES TO NUM-PAG.
           START PAGAMENTOS KEY IS NOT LESS NUM-PAG
           PERFORM UNTIL FS-PAGAMENTOS EQUAL 10
               MOVE DATA-PAG(1:6) TO WRK-MES-ROW
               IF WRK-MES-ROW EQUAL WRK-PERIODO
                   EVALUATE TRUE
                       WHEN PAG-FATURA
                           ADD 1 TO WRK-FAT-QTDE
                           ADD VALOR-PAG TO WRK-FAT-VALOR
                       WHEN PAG-LOCACAO
                           ADD 1 TO WRK-LOC-QTDE
                           ADD VALOR-PAG TO WRK-LOC-VALOR
                       WHEN OTHER
                           ADD 1 TO WRK-PAG-QTDE
                           ADD VALOR-PAG TO WRK-PAG-VALOR
                   END-EVALUATE
                   IF FORMA-CARTAO
                       ADD VALOR-PAG TO WRK-CARD-VALOR
                   END-IF
                   IF NOT PAG-FATURA
                       PERFORM 0315-TAX-PAYMENT
                   END-IF
               END-IF
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-PERFORM.
       0310-GATHER-PAYMENTS-END. EXIT.

      *    A FEE PAYMENT IS A LATE FEE OR A REPLACEMENT CHARGE
      *    ACCORDING TO THE FEE ON THE SAME LOAN.
       0315-TAX-PAYMENT SECTION.
           IF PAG-LOCACAO
               MOVE 1 TO IDX
           ELSE
               MOVE 2 TO IDX
               MOVE NUM-EMP-PAG TO NUM-EMP-TAX
               READ TAXAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TAX-REPOSICAO
                           MOVE 3 TO IDX
                       END-IF
               END-READ
           END-IF.
      *
           MOVE VALOR-PAG   TO WRK-ROW-BRUTO.
           MOVE IMPOSTO-PAG TO WRK-ROW-IMPOSTO.
           MOVE ALIQ-PAG    TO WRK-ROW-ALIQ.
           PERFORM 0325-ADD-TAX-ROW.
       0315-TAX-PAYMENT-END. EXIT.

      *    EX-RENTAL SALES OFF THE DATA-VND DUPLICATE GROUP, FROM THE
      *    FIRST OF THE MONTH UNTIL THE MONTH CHANGES.
       0320-GATHER-SALES SECTION.
           MOVE WRK-PER-INI TO DATA-VND.
           START VENDAS KEY IS NOT LESS DATA-VND
               INVALID KEY MOVE 10 TO FS-VENDAS
           END-START.
           IF FS-VENDAS NOT EQUAL 10
               READ VENDAS NEXT AT END MOVE 10 TO FS-VENDAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-VENDAS EQUAL 10
                     OR DATA-VND(1:6) NOT EQUAL WRK-PERIODO
               MOVE 4           TO IDX
               MOVE VALOR-VND   TO WRK-ROW-BRUTO
      *        A COLLECTED PRE-ORDER WAS TAXED ON ITS FULL PRICE -
      *        THE DEPOSIT TAKEN EARLIER GOES BACK INTO THE BASE.
               IF VND-ENCOMENDA AND SINAL-VND IS NUMERIC
                   ADD SINAL-VND TO WRK-ROW-BRUTO
               END-IF
               MOVE IMPOSTO-VND TO WRK-ROW-IMPOSTO
               MOVE ALIQ-VND    TO WRK-ROW-ALIQ
               PERFORM 0325-ADD-TAX-ROW
               READ VENDAS NEXT AT END MOVE 10 TO FS-VENDAS END-READ
           END-PERFORM.
       0320-GATHER-SALES-END. EXIT.

       0325-ADD-TAX-ROW SECTION.
           IF EL-IMP-QTDE(IDX) EQUAL ZERO
               MOVE WRK-ROW-ALIQ TO EL-IMP-ALIQ(IDX)
           ELSE
               IF WRK-ROW-ALIQ NOT EQUAL EL-IMP-ALIQ(IDX)
                   MOVE '*' TO EL-IMP-MISTA(IDX)
               END-IF
           END-IF.
           ADD 1               TO EL-IMP-QTDE(IDX).
           ADD WRK-ROW-BRUTO   TO EL-IMP-BRUTO(IDX).
           ADD WRK-ROW-IMPOSTO TO EL-IMP-IMPOSTO(IDX).
       0325-ADD-TAX-ROW-END. EXIT.

       0400-WRITE-STATEMENT SECTION.
           OPEN OUTPUT MENSAL-REL.
           IF FS-MENSAL-REL NOT EQUAL "00"
                  '  TOTAL ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-MRL.
           WRITE REG-MRL.
      *
           MOVE WRK-FAT-QTDE TO WRK-QTD-EDIT.
           MOVE WRK-FAT-VALOR TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-MRL.
           STRING 'ACCOUNT INVOICES PAID: ' WRK-QTD-EDIT
                  '  TOTAL ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-MRL.
           WRITE REG-MRL.
      *
           MOVE WRK-CARD-VALOR TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-MRL.
           CLOSE MENSAL-REL.
       0400-WRITE-STATEMENT-END. EXIT.

      *    THE TAX RETURN WORKSHEET: GROSS TAKEN, RATE, TAX CONTAINED
      *    AND NET BY REVENUE TYPE, THEN EVERY FISCAL NUMBER VOIDED
      *    AMONG THE MONTH'S SLIPS. A VOIDED SLIP DOES NOT TOUCH THE
      *    TAX - THAT FOLLOWS THE MONEY TAKEN, NOT THE PAPER.
       0420-WRITE-TAX-RETURN SECTION.
           OPEN OUTPUT IMPOSTOS-REL.
           IF FS-IMPOSTOS-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING IMPOSTOS-MES FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZEROES TO WRK-TOT-BRUTO WRK-TOT-IMPOSTO WRK-CAN-QTDE.
           MOVE SPACES TO REG-IRL.
           STRING 'VIDEOTECA - TAX RETURN WORKSHEET FOR ' WRK-PERIODO
                  '   CLOSED ' WRK-DATE ' ' WRK-TIME
               DELIMITED BY SIZE INTO REG-IRL.
           WRITE REG-IRL.
           MOVE ALL '=' TO REG-IRL.
           WRITE REG-IRL.
           MOVE 'REVENUE TYPE          QTDE        GROSS  RATE%'
               TO REG-IRL.
           MOVE '           TAX           NET' TO REG-IRL(48:).
           WRITE REG-IRL.
           MOVE ALL '-' TO REG-IRL.
           WRITE REG-IRL.
      *
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX GREATER 4
               ADD EL-IMP-BRUTO(IDX)   TO WRK-TOT-BRUTO
               ADD EL-IMP-IMPOSTO(IDX) TO WRK-TOT-IMPOSTO
               SUBTRACT EL-IMP-IMPOSTO(IDX) FROM EL-IMP-BRUTO(IDX)
                   GIVING WRK-LIQUIDO
               MOVE SPACES TO REG-IRL
               MOVE EL-IMP-NOME(IDX)    TO REG-IRL(1:20)
               MOVE EL-IMP-QTDE(IDX)    TO WRK-QTD-EDIT
               MOVE WRK-QTD-EDIT        TO REG-IRL(22:5)
               MOVE EL-IMP-BRUTO(IDX)   TO WRK-TOT-EDIT
               MOVE WRK-TOT-EDIT        TO REG-IRL(28:12)
               MOVE EL-IMP-ALIQ(IDX)    TO WRK-ALIQ-EDIT
               MOVE WRK-ALIQ-EDIT       TO REG-IRL(42:5)
               MOVE EL-IMP-MISTA(IDX)   TO REG-IRL(47:1)
               MOVE EL-IMP-IMPOSTO(IDX) TO WRK-TOT-EDIT
               MOVE WRK-TOT-EDIT        TO REG-IRL(50:12)
               MOVE WRK-LIQUIDO         TO WRK-TOT-EDIT
               MOVE WRK-TOT-EDIT        TO REG-IRL(64:12)
               WRITE REG-IRL
           END-PERFORM.
      *
           MOVE ALL '-' TO REG-IRL.
           WRITE REG-IRL.
           SUBTRACT WRK-TOT-IMPOSTO FROM WRK-TOT-BRUTO
               GIVING WRK-LIQUIDO.
           MOVE SPACES TO REG-IRL.
           MOVE 'TOTAL'             TO REG-IRL(1:5).
           MOVE WRK-TOT-BRUTO       TO WRK-TOT-EDIT.
           MOVE WRK-TOT-EDIT        TO REG-IRL(28:12).
           MOVE WRK-TOT-IMPOSTO     TO WRK-TOT-EDIT.
           MOVE WRK-TOT-EDIT        TO REG-IRL(50:12).
           MOVE WRK-LIQUIDO         TO WRK-TOT-EDIT.
           MOVE WRK-TOT-EDIT        TO REG-IRL(64:12).
           WRITE REG-IRL.
           IF EL-IMP-MISTA(1) EQUAL '*' OR EL-IMP-MISTA(2) EQUAL '*'
              OR EL-IMP-MISTA(3) EQUAL '*' OR EL-IMP-MISTA(4) EQUAL '*'
               MOVE '* RATE CHANGED DURING THE MONTH - TAX AS CHARGED.'
                   TO REG-IRL
               WRITE REG-IRL
           END-IF.
      *
           MOVE SPACES TO REG-IRL.
           WRITE REG-IRL.
           MOVE 'VOIDED FISCAL NUMBERS' TO REG-IRL.
           WRITE REG-IRL.
           MOVE 'NUMBER  DATE     FOR  DOC.      AMOUNT REASON   APPR.'
               TO REG-IRL.
           WRITE REG-IRL.
           MOVE ALL '-' TO REG-IRL.
           WRITE REG-IRL.
      *
           MOVE WRK-PER-INI TO DATA-FIS.
           START FISCAL KEY IS NOT LESS DATA-FIS
               INVALID KEY MOVE 10 TO FS-FISCAL
           END-START.
           IF FS-FISCAL NOT EQUAL 10
               READ FISCAL NEXT AT END MOVE 10 TO FS-FISCAL END-READ
           END-IF.
      *
           PERFORM UNTIL FS-FISCAL EQUAL 10
                     OR DATA-FIS(1:6) NOT EQUAL WRK-PERIODO
               IF FIS-CANCELADO
                   PERFORM 0425-WRITE-VOID-LINE
               END-IF
               READ FISCAL NEXT AT END MOVE 10 TO FS-FISCAL END-READ
           END-PERFORM.
      *
           MOVE WRK-CAN-QTDE TO WRK-QTD-EDIT.
           MOVE SPACES TO REG-IRL.
           STRING 'NUMBERS VOIDED.......: ' WRK-QTD-EDIT
               DELIMITED BY SIZE INTO REG-IRL.
           WRITE REG-IRL.
      *
           CLOSE IMPOSTOS-REL.
       0420-WRITE-TAX-RETURN-END. EXIT.

       0425-WRITE-VOID-LINE SECTION.
           ADD 1 TO WRK-CAN-QTDE.
           MOVE SPACES          TO REG-IRL.
           MOVE NUM-FIS         TO REG-IRL(1:7).
           MOVE DATA-FIS        TO REG-IRL(9:8).
           MOVE ORIGEM-FIS      TO REG-IRL(19:1).
           MOVE NUM-DOC-FIS     TO REG-IRL(23:5).
           MOVE VALOR-FIS       TO WRK-VAL-EDIT.
           MOVE WRK-VAL-EDIT    TO REG-IRL(29:10).
           MOVE MOTIVO-CANC-FIS TO REG-IRL(40:8).
           MOVE APROV-CANC-FIS  TO REG-IRL(49:8).
           WRITE REG-IRL.
       0425-WRITE-VOID-LINE-END. EXIT.

       0410-STAMP-CLOSE SECTION.
           OPEN EXTEND FECHAMES.
           IF FS-FECHAMES EQUAL "35"
               CLOSE FECHAMES
           END-IF.
      *
           MOVE '54PERIOD CLOSED - MENSAL-REL.TXT AND IMPOSTOS-MES.TXT.'
               TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0410-STAMP-CLOSE-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE TAXAS PAGAMENTOS VENDAS FISCAL.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
