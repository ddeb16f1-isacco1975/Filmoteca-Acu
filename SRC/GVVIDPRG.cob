      ******************************************************************
      * FILE NAME   : GVVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : GIFT VOUCHER DESK OF VIDEOTECA PROGRAM - SELL    *
      *               NUMBERED GIFT VOUCHERS OVER THE COUNTER, GRANT   *
      *               STORE CREDIT TO A BORROWER, LOOK UP OR CANCEL A  *
      *               VOUCHER AND LIST THE UNREDEEMED BALANCES THE     *
      *               SHOP STILL OWES                                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GVVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDVLS.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDCXS.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
      *    SAME NARROW SLIP FILE THE LOAN DESK PRINTS TO - THE
      *    VOUCHER ITSELF IS PRINTED THERE FOR THE CUSTOMER.
           SELECT RECIBOS
              ASSIGN       TO 'RECIBOS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-RECIBOS.
      *
           SELECT VALES-REL
              ASSIGN       TO 'VALES-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-VALES-REL.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  VALES.
           COPY 'CPVIDVAL.cpy'. *> GIFT VOUCHER DATA FILE
      *
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  CAIXA.
           COPY 'CPVIDCXA.cpy'. *> CASH DRAWER SESSION DATA FILE
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  RECIBOS.
       01 REG-RCB                PIC X(32).
      *
       FD  VALES-REL.
       01 REG-VRL                PIC X(80).
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
           COPY 'CPVIDVLW.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDCXW.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE
           COPY 'CPVIDVFL.cpy'. *> VERIFY-CREDENTIALS LINKAGE
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-RECIBOS               PIC X(02) VALUE '00'.
       77  FS-VALES-REL             PIC X(02) VALUE '00'.
       77  WRK-GOPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-VAL-PROX             PIC 9(07) VALUE ZERO.
       77  WRK-NUM-VAL-EDIT         PIC Z(06)9.
       77  WRK-VALOR-EDIT           PIC Z.ZZ9,99.
       77  WRK-TOTAL-EDIT           PIC ZZZ.ZZ9,99.
       77  WRK-QTDE-EDIT            PIC Z(04)9.
       77  WRK-DATA-EDIT            PIC 9999/99/99.
       77  WRK-FORMA-GV             PIC X(01) VALUE 'D'.
       77  WRK-MOTIVO-GV            PIC X(08) VALUE SPACES.
      *
      *    HOW LONG A GIFT VOUCHER STAYS GOOD, IN MONTHS (PARAMS.dat
      *    CODE VALMESES) - ZERO ON FILE MEANS GIFT VOUCHERS NEVER
      *    LAPSE. STORE CREDIT NEVER LAPSES EITHER WAY. THE REST IS
      *    THE EXPIRY-DATE ARITHMETIC, SAME AS THE LOYALTY LOTS.
       77  WRK-VAL-MESES            PIC 9(03) VALUE 012.
       77  WRK-VAL-MESES-ABS        PIC 9(06) VALUE ZERO.
       01  WRK-VAL-DATA.
           05 WRK-VAL-ANO           PIC 9(04).
           05 WRK-VAL-MES           PIC 9(02).
           05 WRK-VAL-DIA           PIC 9(02).
      *
      *    OPEN DRAWER SESSION FOR THE SIGNED-ON OPERATOR (CUT AT
      *    SIGN-ON BY MNVIDPRG) - A VOUCHER SOLD FOR CASH IS STAMPED
      *    WITH IT SO THE EDVIDPRG CASH-UP SEES THE MONEY.
       77  WRK-SESSAO               PIC 9(05) VALUE ZERO.
      *
      *    UNREDEEMED-BALANCES REPORT TOTALS - VOUCHERS STILL OPEN,
      *    WHAT IS LEFT ON THEM, AND HOW MUCH OF THAT SITS ON
      *    VOUCHERS ALREADY PAST THEIR DATE.
       77  WRK-REL-QTDE             PIC 9(05) VALUE ZERO.
       77  WRK-REL-SALDO            PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-REL-VENCIDO          PIC 9(07)V9(02) VALUE ZERO.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-VALMNU.
           05 LINE 06 COLUMN 10 VALUE "+---------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. VENDER     |".
           05 LINE 08 COLUMN 10 VALUE "| 2. CREDITO    |".
           05 LINE 09 COLUMN 10 VALUE "| 3. CONSULTAR  |".
           05 LINE 10 COLUMN 10 VALUE "| 4. CANCELAR   |".
           05 LINE 11 COLUMN 10 VALUE "| 5. SALDOS     |".
           05 LINE 12 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 13 COLUMN 10 VALUE "|               |".
           05 LINE 14 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 15 COLUMN 10 VALUE "+---------------+".
           05 LINE 14 COLUMN 23 PIC X(01) USING WRK-GOPTION.
      *
       01  SCREEN-VALEDT.
           05 LINE 07 COLUMN 30 VALUE "VOUCHER VALUE.: [        ]".
           05 LINE 07 COLUMN 47 PIC 9(05),9(02) USING VALOR-EMITIDO-VAL
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-VALCRD.
           05 LINE 07 COLUMN 30 VALUE "BORROWER......: [     ]".
           05 LINE 08 COLUMN 30 VALUE "CREDIT VALUE..: [        ]".
           05 LINE 09 COLUMN 30 VALUE "REASON........: [        ]".
           05 LINE 07 COLUMN 47 PIC 9(05) USING NUM-LOC-VAL
              COLOR 7 HIGHLIGHT.
           05 LINE 08 COLUMN 47 PIC 9(05),9(02) USING VALOR-EMITIDO-VAL
              COLOR 7 HIGHLIGHT.
           05 LINE 09 COLUMN 47 PIC X(08) USING WRK-MOTIVO-GV
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-VALNUM.
           05 LINE 07 COLUMN 30 VALUE "VOUCHER NUMBER: [       ]".
           05 LINE 07 COLUMN 47 PIC 9(07) USING NUM-VAL
              COLOR 7 HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'GVVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0105-LOAD-POLICY.
           PERFORM 0120-FIND-SESSION.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O VALES.
      *
           IF FS-VALES EQUAL "35"
               OPEN OUTPUT VALES
               CLOSE VALES
               OPEN I-O VALES
           END-IF.
      *
           IF FS-VALES NOT EQUAL "00"
               MOVE '47ERROR OPENING GIFT VOUCHER FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-VALES TO WS-ABEND-CODE
               MOVE 'ERROR OPENING GIFT VOUCHER FILE.'
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
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0105-LOAD-POLICY SECTION.
           OPEN INPUT PARAMS.
           IF FS-PARAMS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'VALMESES' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1
               MOVE WRK-PAR-NUM TO WRK-VAL-MESES
           END-IF.
      *
           CLOSE PARAMS.
       0105-LOAD-POLICY-END. EXIT.

       0107-FETCH-PARAM SECTION.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0107-FETCH-PARAM-END. EXIT.

      *    THE OPEN DRAWER SESSION FOR THE SIGNED-ON OPERATOR - SAME
      *    FALLBACK AS TXVIDPRG: NO SESSION MEANS UNSTAMPED VOUCHERS,
      *    WHICH THE CASH-UP SHOWS AS OUTSIDE ANY SESSION.
       0120-FIND-SESSION SECTION.
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
      *
           MOVE FUNCTION CURRENT-DATE TO WRK-NOW.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
      *
           MOVE ZEROES TO WRK-SESSAO.
           OPEN INPUT CAIXA.
           IF FS-CAIXA NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'A' TO CXS-STATUS.
           START CAIXA KEY IS EQUAL CXS-STATUS
               INVALID KEY MOVE 10 TO FS-CAIXA
           END-START.
           IF FS-CAIXA NOT EQUAL 10
               READ CAIXA NEXT AT END MOVE 10 TO FS-CAIXA END-READ
           END-IF.
      *
           PERFORM UNTIL FS-CAIXA EQUAL 10
                     OR CXS-STATUS NOT EQUAL 'A'
                     OR WRK-SESSAO NOT EQUAL ZEROES
               IF OPERADOR-CXS EQUAL WRK-OPERATOR
                  AND DATA-CXS EQUAL WRK-TODAY-NUM
                   MOVE NUM-CXS TO WRK-SESSAO
               ELSE
                   READ CAIXA NEXT AT END MOVE 10 TO FS-CAIXA END-READ
               END-IF
           END-PERFORM.
      *
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
           MOVE " * * *  G I F T   V O U C H E R S  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE WRK-GOPTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-VALMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-VALMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-GOPTION EQUAL '1' OR '2' OR '4'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE '*' TO WRK-GOPTION
               END-IF
           END-IF.
      *
           EVALUATE WRK-GOPTION
             WHEN '1' PERFORM 0310-SELL-VOUCHER
             WHEN '2' PERFORM 0320-GRANT-CREDIT
             WHEN '3' PERFORM 0330-ENQUIRY
             WHEN '4' PERFORM 0340-CANCEL-VOUCHER
             WHEN '5' PERFORM 0350-BALANCES-REPORT
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

       0305-NEXT-VOUCHER-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-VAL.
           START VALES KEY IS NOT GREATER NUM-VAL
               INVALID KEY
                   MOVE ZEROES TO NUM-VAL
               NOT INVALID KEY
                   READ VALES NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-VAL GIVING WRK-VAL-PROX.
       0305-NEXT-VOUCHER-NUMBER-END. EXIT.

      *    TODAY PLUS THE VALIDITY IN MONTHS, KEEPING THE DAY OF THE
      *    MONTH (HELD TO THE 28TH SO IT IS A REAL DATE IN ANY MONTH).
       0306-VOUCHER-EXPIRY SECTION.
           IF WRK-VAL-MESES EQUAL ZEROES
               MOVE ZEROES TO DATA-VALIDADE-VAL
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TODAY-NUM TO WRK-VAL-DATA.
           COMPUTE WRK-VAL-MESES-ABS =
               WRK-VAL-ANO * 12 + WRK-VAL-MES - 1 + WRK-VAL-MESES.
           DIVIDE WRK-VAL-MESES-ABS BY 12
               GIVING WRK-VAL-ANO REMAINDER WRK-VAL-MES.
           ADD 1 TO WRK-VAL-MES.
           IF WRK-VAL-DIA GREATER 28
               MOVE 28 TO WRK-VAL-DIA
           END-IF.
           MOVE WRK-VAL-DATA TO DATA-VALIDADE-VAL.
       0306-VOUCHER-EXPIRY-END. EXIT.

      *    A GIFT VOUCHER SOLD OVER THE COUNTER: ANY VALUE THE
      *    CUSTOMER ASKS FOR, PAID IN CASH OR BY CARD, GOOD IN ANY
      *    HANDS UNTIL IT IS SPENT OR LAPSES. THE VOUCHER IS PRINTED
      *    ON THE SLIP PRINTER FOR THE CUSTOMER TO TAKE AWAY.
       0310-SELL-VOUCHER SECTION.
           INITIALIZE REG-VAL WRK-MSG.
           PERFORM 0305-NEXT-VOUCHER-NUMBER.
           INITIALIZE REG-VAL.
      *
           DISPLAY SCREEN-VALEDT.
           ACCEPT  SCREEN-VALEDT.
      *
           IF VALOR-EMITIDO-VAL EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           DISPLAY 'METHOD (D=CASH C=CARD): [ ]' AT LINE 09 COLUMN 30.
           MOVE 'D' TO WRK-FORMA-GV.
           ACCEPT WRK-FORMA-GV AT LINE 09 COLUMN 55.
           EVALUATE WRK-FORMA-GV
               WHEN 'c'   MOVE 'C' TO WRK-FORMA-GV
               WHEN 'C'   CONTINUE
               WHEN OTHER MOVE 'D' TO WRK-FORMA-GV
           END-EVALUATE.
      *
           MOVE '41CONFIRM SELLING THE VOUCHER (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27SALE ABANDONED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-VAL-PROX     TO NUM-VAL.
           SET VAL-PRESENTE      TO TRUE.
           MOVE ZEROES           TO NUM-LOC-VAL.
           MOVE WRK-FORMA-GV     TO FORMA-VAL.
           PERFORM 0306-VOUCHER-EXPIRY.
           PERFORM 0315-WRITE-VOUCHER.
       0310-SELL-VOUCHER-END. EXIT.

      *    COMMON TAIL OF A SALE AND A CREDIT: THE REST OF THE ROW,
      *    THE WRITE, THE PRINTED VOUCHER AND THE CONFIRMATION.
       0315-WRITE-VOUCHER SECTION.
           MOVE WRK-TODAY-NUM     TO DATA-EMISSAO-VAL.
           MOVE VALOR-EMITIDO-VAL TO SALDO-VAL.
           MOVE ZEROES            TO DATA-USO-VAL.
           SET VAL-ATIVO          TO TRUE.
           MOVE WRK-SESSAO        TO NUM-CXS-VAL.
           MOVE WRK-OPERATOR      TO OPERADOR-VAL.
      *
           WRITE REG-VAL
               INVALID KEY
                   MOVE '47ERROR RECORDING VOUCHER.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-WRITE.
      *
           PERFORM 0316-PRINT-VOUCHER.
      *
           MOVE NUM-VAL TO WRK-NUM-VAL-EDIT.
           INITIALIZE WRK-MSG.
           STRING '54VOUCHER #' DELIMITED BY SIZE
                  WRK-NUM-VAL-EDIT DELIMITED BY SIZE
                  ' ISSUED.' DELIMITED BY SIZE
                  INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0315-WRITE-VOUCHER-END. EXIT.

       0316-PRINT-VOUCHER SECTION.
           OPEN EXTEND RECIBOS.
           IF FS-RECIBOS EQUAL "35"
               OPEN OUTPUT RECIBOS
           END-IF.
           IF FS-RECIBOS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ALL '-' TO REG-RCB.
           WRITE REG-RCB.
           IF VAL-CREDITO
               MOVE 'VIDEOTECA - STORE CREDIT' TO REG-RCB
           ELSE
               MOVE 'VIDEOTECA - GIFT VOUCHER' TO REG-RCB
           END-IF.
           WRITE REG-RCB.
           MOVE NUM-VAL TO WRK-NUM-VAL-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'VOUCHER #' WRK-NUM-VAL-EDIT
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           IF VAL-CREDITO
               MOVE SPACES TO REG-RCB
               STRING 'FOR MEMBER ' NUM-LOC-VAL
                   DELIMITED BY SIZE INTO REG-RCB
               WRITE REG-RCB
           END-IF.
           MOVE VALOR-EMITIDO-VAL TO WRK-VALOR-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'VALUE...: ' WRK-VALOR-EDIT
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           MOVE SPACES TO REG-RCB.
           IF DATA-VALIDADE-VAL EQUAL ZEROES
               MOVE 'NO EXPIRY DATE' TO REG-RCB
           ELSE
               MOVE DATA-VALIDADE-VAL TO WRK-DATA-EDIT
               STRING 'VALID TO: ' WRK-DATA-EDIT
                   DELIMITED BY SIZE INTO REG-RCB
           END-IF.
           WRITE REG-RCB.
           MOVE 'GOOD FOR RENTALS, FEES, SALES' TO REG-RCB.
           WRITE REG-RCB.
           MOVE SPACES TO REG-RCB.
           WRITE REG-RCB.
      *
           CLOSE RECIBOS.
       0316-PRINT-VOUCHER-END. EXIT.

      *    STORE CREDIT IS MONEY THE SHOP GIVES AWAY (GOODWILL, A
      *    REFUND OF A RENTAL THAT WOULD NOT PLAY), SO IT NEEDS A
      *    REASON CODE AND A SUPERVISOR, AND LEAVES AN AUDIT ROW. IT
      *    BELONGS TO ONE BORROWER AND NEVER LAPSES.
       0320-GRANT-CREDIT SECTION.
           INITIALIZE REG-VAL WRK-MSG.
           PERFORM 0305-NEXT-VOUCHER-NUMBER.
           INITIALIZE REG-VAL.
           MOVE SPACES TO WRK-MOTIVO-GV.
      *
           DISPLAY SCREEN-VALCRD.
           ACCEPT  SCREEN-VALCRD.
      *
           IF NUM-LOC-VAL EQUAL ZEROES
              OR VALOR-EMITIDO-VAL EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WRK-MOTIVO-GV EQUAL SPACES
               MOVE '20A REASON CODE IS REQUIRED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE NUM-LOC-VAL TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   MOVE '48BORROWER NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY NOME-LOC AT LINE 07 COLUMN 55 COLOR 11 HIGHLIGHT.
      *
           MOVE 'S' TO LNK-VRF-PERFIL-MIN.
           CALL 'VFVIDPRG' USING LNK-VERIFY.
           IF NOT VRF-APROVADO
               MOVE '43NOT APPROVED - SUPERVISOR CREDENTIALS FAILED.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-VAL-PROX     TO NUM-VAL.
           SET VAL-CREDITO       TO TRUE.
           SET VAL-CORTESIA      TO TRUE.
           MOVE ZEROES           TO DATA-VALIDADE-VAL.
      *
           MOVE 'CREDITVL'       TO LOG-OPERACAO.
           MOVE NUM-LOC-VAL      TO LOG-CODIGO.
           MOVE SPACES           TO LOG-CAMPO.
           STRING 'V' NUM-VAL DELIMITED BY SIZE INTO LOG-CAMPO.
           MOVE SPACES           TO LOG-VALOR-ANTIGO.
           MOVE VALOR-EMITIDO-VAL TO WRK-VALOR-EDIT.
           MOVE SPACES           TO LOG-VALOR-NOVO.
           STRING WRK-VALOR-EDIT ' REASON ' WRK-MOTIVO-GV
                  ' APPR ' LNK-VRF-ID
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0360-WRITE-AUDIT-LOG.
      *
           PERFORM 0315-WRITE-VOUCHER.
       0320-GRANT-CREDIT-END. EXIT.

       0330-ENQUIRY SECTION.
           INITIALIZE REG-VAL WRK-MSG.
           DISPLAY SCREEN-VALNUM.
           ACCEPT  SCREEN-VALNUM.
           IF NUM-VAL EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           READ VALES
               INVALID KEY
                   MOVE '48VOUCHER NOT ON FILE.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           PERFORM 0335-SHOW-VOUCHER.
           ACCEPT SCREEN-WAIT.
       0330-ENQUIRY-END. EXIT.

       0335-SHOW-VOUCHER SECTION.
           DISPLAY 'TYPE..........: ' AT LINE 09 COLUMN 30.
           IF VAL-CREDITO
               DISPLAY 'STORE CREDIT - MEMBER ' AT LINE 09 COLUMN 46
                   COLOR 11 HIGHLIGHT
               DISPLAY NUM-LOC-VAL AT LINE 09 COLUMN 68
                   COLOR 11 HIGHLIGHT
           ELSE
               DISPLAY 'GIFT VOUCHER' AT LINE 09 COLUMN 46
                   COLOR 11 HIGHLIGHT
           END-IF.
           MOVE DATA-EMISSAO-VAL TO WRK-DATA-EDIT.
           DISPLAY 'ISSUED........: ' AT LINE 10 COLUMN 30.
           DISPLAY WRK-DATA-EDIT AT LINE 10 COLUMN 46
               COLOR 11 HIGHLIGHT.
           MOVE VALOR-EMITIDO-VAL TO WRK-VALOR-EDIT.
           DISPLAY 'VALUE.........: ' AT LINE 11 COLUMN 30.
           DISPLAY WRK-VALOR-EDIT AT LINE 11 COLUMN 46
               COLOR 11 HIGHLIGHT.
           MOVE SALDO-VAL TO WRK-VALOR-EDIT.
           DISPLAY 'BALANCE.......: ' AT LINE 12 COLUMN 30.
           DISPLAY WRK-VALOR-EDIT AT LINE 12 COLUMN 46
               COLOR 4 HIGHLIGHT.
           DISPLAY 'VALID TO......: ' AT LINE 13 COLUMN 30.
           IF DATA-VALIDADE-VAL EQUAL ZEROES
               DISPLAY 'NO EXPIRY' AT LINE 13 COLUMN 46
                   COLOR 11 HIGHLIGHT
           ELSE
               MOVE DATA-VALIDADE-VAL TO WRK-DATA-EDIT
               DISPLAY WRK-DATA-EDIT AT LINE 13 COLUMN 46
                   COLOR 11 HIGHLIGHT
           END-IF.
           DISPLAY 'STATUS........: ' AT LINE 14 COLUMN 30.
           EVALUATE TRUE
               WHEN VAL-CANCELADO
                   DISPLAY 'CANCELLED' AT LINE 14 COLUMN 46
                       COLOR 4 HIGHLIGHT
               WHEN VAL-RESGATADO
                   DISPLAY 'FULLY REDEEMED' AT LINE 14 COLUMN 46
                       COLOR 11 HIGHLIGHT
               WHEN DATA-VALIDADE-VAL NOT EQUAL ZEROES
                AND DATA-VALIDADE-VAL LESS WRK-TODAY-NUM
                   DISPLAY 'EXPIRED' AT LINE 14 COLUMN 46
                       COLOR 4 HIGHLIGHT
               WHEN OTHER
                   DISPLAY 'ACTIVE' AT LINE 14 COLUMN 46
                       COLOR 11 HIGHLIGHT
           END-EVALUATE.
       0335-SHOW-VOUCHER-END. EXIT.

      *    A LOST, STOLEN OR LAPSED VOUCHER IS TAKEN OUT OF USE BY A
      *    SUPERVISOR. THE UNSPENT BALANCE STAYS ON THE ROW AS THE
      *    AMOUNT FORFEITED, DATED BY DATA-USO-VAL, SO THE JOURNAL
      *    EXPORT CAN RELEASE IT FROM THE LIABILITY.
       0340-CANCEL-VOUCHER SECTION.
           INITIALIZE REG-VAL WRK-MSG.
           DISPLAY SCREEN-VALNUM.
           ACCEPT  SCREEN-VALNUM.
           IF NUM-VAL EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           READ VALES
               INVALID KEY
                   MOVE '48VOUCHER NOT ON FILE.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           PERFORM 0335-SHOW-VOUCHER.
           IF NOT VAL-ATIVO
               MOVE '43VOUCHER ALREADY USED OR CANCELLED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           DISPLAY 'REASON........: [        ]' AT LINE 16 COLUMN 30.
           MOVE SPACES TO WRK-MOTIVO-GV.
           ACCEPT WRK-MOTIVO-GV AT LINE 16 COLUMN 47.
           IF WRK-MOTIVO-GV EQUAL SPACES
               MOVE '20A REASON CODE IS REQUIRED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'S' TO LNK-VRF-PERFIL-MIN.
           CALL 'VFVIDPRG' USING LNK-VERIFY.
           IF NOT VRF-APROVADO
               MOVE '43NOT APPROVED - SUPERVISOR CREDENTIALS FAILED.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           SET VAL-CANCELADO TO TRUE.
           MOVE WRK-TODAY-NUM TO DATA-USO-VAL.
           REWRITE REG-VAL
               INVALID KEY
                   MOVE '42ERROR CANCELLING VOUCHER.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-REWRITE.
      *
           MOVE 'CANCELVL'       TO LOG-OPERACAO.
           MOVE NUM-LOC-VAL      TO LOG-CODIGO.
           MOVE SPACES           TO LOG-CAMPO.
           STRING 'V' NUM-VAL DELIMITED BY SIZE INTO LOG-CAMPO.
           MOVE SALDO-VAL        TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT   TO LOG-VALOR-ANTIGO.
           MOVE SPACES           TO LOG-VALOR-NOVO.
           STRING 'CANCELLED REASON ' WRK-MOTIVO-GV
                  ' APPR ' LNK-VRF-ID
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0360-WRITE-AUDIT-LOG.
      *
           MOVE '54VOUCHER CANCELLED.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0340-CANCEL-VOUCHER-END. EXIT.

      *    UNREDEEMED BALANCES: EVERY VOUCHER STILL ACTIVE WITH MONEY
      *    LEFT ON IT IS A DEBT THE SHOP OWES, LISTED WITH ITS DATES
      *    AND TOTALLED - THE TOTAL IS WHAT THE VOUCHER LIABILITY
      *    ACCOUNT SHOULD SHOW. A VOUCHER PAST ITS DATE IS FLAGGED SO
      *    IT CAN BE CANCELLED AND THE BALANCE RELEASED.
       0350-BALANCES-REPORT SECTION.
           MOVE ZEROES TO WRK-REL-QTDE WRK-REL-SALDO WRK-REL-VENCIDO.
      *
           OPEN OUTPUT VALES-REL.
           IF FS-VALES-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING VALES-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO REG-VRL.
           STRING 'VIDEOTECA - UNREDEEMED GIFT VOUCHERS AND STORE '
                  'CREDIT AT ' WRK-DATE
               DELIMITED BY SIZE INTO REG-VRL.
           WRITE REG-VRL.
           MOVE ALL '-' TO REG-VRL.
           WRITE REG-VRL.
           MOVE 'VOUCHER T MEMBER ISSUED     VALID TO        VALUE'
               TO REG-VRL.
           MOVE '  BALANCE' TO REG-VRL(50:).
           WRITE REG-VRL.
      *
           MOVE LOW-VALUES TO NUM-VAL.
           START VALES KEY IS NOT LESS NUM-VAL
               INVALID KEY MOVE 10 TO FS-VALES
           END-START.
           IF FS-VALES NOT EQUAL 10
               READ VALES NEXT AT END MOVE 10 TO FS-VALES END-READ
           END-IF.
      *
           PERFORM UNTIL FS-VALES EQUAL 10
               IF VAL-ATIVO AND SALDO-VAL GREATER ZERO
                   PERFORM 0355-WRITE-BALANCE-LINE
               END-IF
               READ VALES NEXT AT END MOVE 10 TO FS-VALES END-READ
           END-PERFORM.
      *
           MOVE ALL '-' TO REG-VRL.
           WRITE REG-VRL.
           MOVE WRK-REL-QTDE  TO WRK-QTDE-EDIT.
           MOVE WRK-REL-SALDO TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-VRL.
           STRING 'VOUCHERS OPEN: ' WRK-QTDE-EDIT
                  '   OUTSTANDING: ' WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-VRL.
           WRITE REG-VRL.
           MOVE WRK-REL-VENCIDO TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-VRL.
           STRING 'OF WHICH ON EXPIRED VOUCHERS.....: ' WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-VRL.
           WRITE REG-VRL.
           CLOSE VALES-REL.
      *
           MOVE 'VALES'         TO LNK-SPL-NOME.
           MOVE 'VALES-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
      *
           MOVE WRK-REL-QTDE TO WRK-QTDE-EDIT.
           INITIALIZE WRK-MSG.
           STRING '54VALES-REL.txt WRITTEN - OPEN VOUCHERS: '
                      DELIMITED BY SIZE
                  WRK-QTDE-EDIT DELIMITED BY SIZE
                  INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-BALANCES-REPORT-END. EXIT.

       0355-WRITE-BALANCE-LINE SECTION.
           ADD 1 TO WRK-REL-QTDE.
           ADD SALDO-VAL TO WRK-REL-SALDO.
      *
           MOVE SPACES TO REG-VRL.
           MOVE NUM-VAL TO REG-VRL(1:7).
           MOVE TIPO-VAL TO REG-VRL(9:1).
           IF NUM-LOC-VAL NOT EQUAL ZEROES
               MOVE NUM-LOC-VAL TO REG-VRL(11:5)
           END-IF.
           MOVE DATA-EMISSAO-VAL TO WRK-DATA-EDIT.
           MOVE WRK-DATA-EDIT TO REG-VRL(18:10).
           IF DATA-VALIDADE-VAL EQUAL ZEROES
               MOVE 'NONE' TO REG-VRL(29:10)
           ELSE
               MOVE DATA-VALIDADE-VAL TO WRK-DATA-EDIT
               MOVE WRK-DATA-EDIT TO REG-VRL(29:10)
           END-IF.
           MOVE VALOR-EMITIDO-VAL TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT TO REG-VRL(40:8).
           MOVE SALDO-VAL TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT TO REG-VRL(51:8).
           IF DATA-VALIDADE-VAL NOT EQUAL ZEROES
              AND DATA-VALIDADE-VAL LESS WRK-TODAY-NUM
               ADD SALDO-VAL TO WRK-REL-VENCIDO
               MOVE 'EXPIRED' TO REG-VRL(61:7)
           END-IF.
           WRITE REG-VRL.
       0355-WRITE-BALANCE-LINE-END. EXIT.

       0360-WRITE-AUDIT-LOG SECTION.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0360-WRITE-AUDIT-LOG-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE BORROWERS LOG-AUDITORIA VALES.
      *
           IF FS-VALES NOT EQUAL "00"
               MOVE '47ERROR CLOSING GIFT VOUCHER FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-VALES TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING GIFT VOUCHER FILE.'
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

       END PROGRAM GVVIDPRG.
