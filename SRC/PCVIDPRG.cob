      ******************************************************************
      * FILE NAME   : PCVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : PETTY CASH ROUTINE OF VIDEOTECA PROGRAM - RECORDS*
      *               MONEY TAKEN OUT OF THE DRAWER DURING A SHIFT,    *
      *               PAY-OUTS FOR SMALL EXPENSES AND WITNESSED DROPS  *
      *               INTO THE SAFE, AGAINST THE OPEN DRAWER SESSION,  *
      *               AND PRINTS THE MONTHLY PETTY-CASH REPORT         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDPCS.cpy'. *> PETTY CASH DAT WORKBOOK
           COPY 'CPVIDCXS.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
           SELECT CAIXINHA-REL
              ASSIGN       TO 'CAIXINHA-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CAIXINHA-REL.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MOVCAIXA.
           COPY 'CPVIDPCR.cpy'. *> PETTY CASH DATA FILE
      *
       FD  CAIXA.
           COPY 'CPVIDCXA.cpy'. *> CASH DRAWER SESSION DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  CAIXINHA-REL.
       01 REG-CXR                PIC X(100).
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
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDPCW.cpy'. *> PETTY CASH DAT WORKBOOK
           COPY 'CPVIDCXW.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDVFL.cpy'. *> VERIFY-CREDENTIALS LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-CAIXINHA-REL          PIC X(02) VALUE '00'.
       77  WRK-MOPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-MCX-PROX             PIC 9(06) VALUE ZERO.
       77  WRK-NUM-EDIT             PIC Z(05)9.
       77  WRK-CNT-EDIT             PIC Z(03)9.
       77  WRK-VAL-EDIT             PIC Z.ZZ9,99.
       77  WRK-TOT-EDIT             PIC ZZ.ZZ9,99.
      *
      *    OPEN DRAWER SESSION FOR THE SIGNED-ON OPERATOR, AS IN
      *    TIVIDPRG - MONEY CAN ONLY BE TAKEN OUT OF A DRAWER THAT
      *    WILL BE CASHED UP TONIGHT.
       77  WRK-SESSAO               PIC 9(05) VALUE ZERO.
      *
      *    THE PAY-OUT CATEGORIES, EACH BOOKED TO ITS OWN EXPENSE
      *    ACCOUNT BY CBVIDPRG, WITH THEIR MONTH TOTALS FOR THE
      *    REPORT. THE CODES ARE THE 88-LEVELS ON CATEGORIA-MCX.
       01  TAB-CATEG-NAMES.
           05 FILLER  PIC X(21) VALUE 'KKITCHEN / COFFEE    '.
           05 FILLER  PIC X(21) VALUE 'PPOSTAGE             '.
           05 FILLER  PIC X(21) VALUE 'TCOURIER / TRANSPORT '.
           05 FILLER  PIC X(21) VALUE 'MSUPPLIES / CLEANING '.
           05 FILLER  PIC X(21) VALUE 'OOTHER               '.
       01  TAB-CATEG-NAMES-R REDEFINES TAB-CATEG-NAMES.
           05 OCC-CAT-NOME OCCURS 5 TIMES.
              10 EL-CAT-COD        PIC X(01).
              10 EL-CAT-NOME       PIC X(20).
       01  TAB-CATEG-TOTAIS.
           05 OCC-CAT-TOT  OCCURS 5 TIMES.
              10 EL-CAT-QTDE       PIC 9(04) USAGE COMP-3.
              10 EL-CAT-VALOR      PIC 9(07)V9(02) USAGE COMP-3.
       77  WRK-CAT-IDX              PIC 9(01) VALUE ZERO.
      *
      *    THE MONTHLY REPORT - THE MONTH ASKED FOR AND ITS TOTALS.
       77  WRK-PERIODO              PIC 9(06) VALUE ZERO.
       77  WRK-PER-INI              PIC 9(08) VALUE ZERO.
       77  WRK-CONV-ANO             PIC 9(04) VALUE ZERO.
       77  WRK-CONV-MES             PIC 9(02) VALUE ZERO.
       77  WRK-ITENS                PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-TOT-DESPESA          PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-COFRE-QTDE           PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-COFRE-VALOR          PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-TIPO-NOME            PIC X(20) VALUE SPACES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-MCXMNU.
           05 LINE 06 COLUMN 10 VALUE "+---------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. DESPESA    |".
           05 LINE 08 COLUMN 10 VALUE "| 2. COFRE      |".
           05 LINE 09 COLUMN 10 VALUE "| 3. RELATORIO  |".
           05 LINE 10 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 11 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 12 COLUMN 10 VALUE "+---------------+".
           05 LINE 11 COLUMN 23 PIC X(01) USING WRK-MOPTION.
      *
       01  SCREEN-MCXDSP.
           05 LINE 09 COLUMN 10 VALUE "CATEGORY.......: [ ]".
           05 LINE 09 COLUMN 41 VALUE "K=KITCHEN P=POSTAGE".
           05 LINE 10 COLUMN 41 VALUE "T=COURIER M=SUPPLIES O=OTHER".
           05 LINE 11 COLUMN 10 VALUE "AMOUNT.........: [        ]".
           05 LINE 12 COLUMN 10 VALUE "RECEIPT / REF..: [".
           05 LINE 12 COLUMN 48 VALUE "]".
           05 LINE 09 COLUMN 28 PIC X(01) USING CATEGORIA-MCX
              COLOR 7 HIGHLIGHT.
           05 LINE 11 COLUMN 28 PIC 9(05),9(02) USING VALOR-MCX
              COLOR 7 HIGHLIGHT.
           05 LINE 12 COLUMN 28 PIC X(20) USING REFERENCIA-MCX
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-MCXCOF.
           05 LINE 09 COLUMN 10 VALUE "AMOUNT.........: [        ]".
           05 LINE 10 COLUMN 10 VALUE "BAG / SEAL NO..: [".
           05 LINE 10 COLUMN 48 VALUE "]".
           05 LINE 11 COLUMN 41 VALUE "A SECOND OPERATOR WITNESSES".
           05 LINE 09 COLUMN 28 PIC 9(05),9(02) USING VALOR-MCX
              COLOR 7 HIGHLIGHT.
           05 LINE 10 COLUMN 28 PIC X(20) USING REFERENCIA-MCX
              COLOR 7 HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'PCVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0120-FIND-SESSION.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O MOVCAIXA.
      *
           IF FS-MOVCAIXA EQUAL "35"
               OPEN OUTPUT MOVCAIXA
               CLOSE MOVCAIXA
               OPEN I-O MOVCAIXA
           END-IF.
      *
           IF FS-MOVCAIXA NOT EQUAL "00"
               MOVE '47ERROR OPENING PETTY CASH FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MOVCAIXA TO WS-ABEND-CODE
               MOVE 'ERROR OPENING PETTY CASH FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
       0100-OPEN-DATA-END. EXIT.

      *    THE OPEN DRAWER SESSION FOR THE SIGNED-ON OPERATOR, AS IN
      *    TIVIDPRG AND VDVIDPRG.
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
           MOVE "    * * *  P E T T Y   C A S H  * * *" TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE WRK-MOPTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-MCXMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-MCXMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-MOPTION EQUAL '1' OR '2'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE '*' TO WRK-MOPTION
               END-IF
           END-IF.
      *
           EVALUATE WRK-MOPTION
             WHEN '1' PERFORM 0310-PAY-OUT
             WHEN '2' PERFORM 0320-SAFE-DROP
             WHEN '3' PERFORM 0340-MONTHLY-REPORT
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

       0305-NEXT-MOVEMENT-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-MCX.
           START MOVCAIXA KEY IS NOT GREATER NUM-MCX
               INVALID KEY
                   MOVE ZEROES TO NUM-MCX
               NOT INVALID KEY
                   READ MOVCAIXA NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-MCX GIVING WRK-MCX-PROX.
       0305-NEXT-MOVEMENT-NUMBER-END. EXIT.

      *    NO OPEN DRAWER, NO MONEY OUT - THE CASH-UP COULD NEVER
      *    ACCOUNT FOR IT.
       0307-CHECK-SESSION SECTION.
           IF WRK-SESSAO EQUAL ZEROES
               MOVE '43NO OPEN DRAWER SESSION FOR THIS OPERATOR.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0307-CHECK-SESSION-END. EXIT.

      *    A PAY-OUT FOR A SMALL EXPENSE: WHAT IT WAS FOR, HOW MUCH
      *    AND THE RECEIPT IT IS BACKED BY.
       0310-PAY-OUT SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0307-CHECK-SESSION.
           IF WRK-SESSAO EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE REG-MCX.
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-MCXDSP.
           ACCEPT  SCREEN-MCXDSP.
      *
           MOVE FUNCTION UPPER-CASE(CATEGORIA-MCX) TO CATEGORIA-MCX.
           IF NOT MCX-CAT-VALIDA
               MOVE '20INVALID CATEGORY.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
           IF VALOR-MCX EQUAL ZERO
               MOVE '27PAY-OUT CANCELLED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
           IF REFERENCIA-MCX EQUAL SPACES
               MOVE '20A RECEIPT OR REFERENCE IS REQUIRED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41CONFIRM PAY-OUT FROM THE DRAWER (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27PAY-OUT CANCELLED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           SET MCX-DESPESA TO TRUE.
           MOVE SPACES TO TESTEMUNHA-MCX.
           PERFORM 0330-RECORD-MOVEMENT.
       0310-PAY-OUT-END. EXIT.

      *    A DROP OF EXCESS NOTES INTO THE SAFE. SOMEBODY ELSE HAS TO
      *    WATCH IT GO IN AND SIGN FOR IT WITH THEIR OWN PASSWORD
      *    (VFVIDPRG, ANY REGISTERED OPERATOR) - THE OPERATOR MAKING
      *    THE DROP CANNOT WITNESS THEIR OWN.
       0320-SAFE-DROP SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0307-CHECK-SESSION.
           IF WRK-SESSAO EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE REG-MCX.
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-MCXCOF.
           ACCEPT  SCREEN-MCXCOF.
      *
           IF VALOR-MCX EQUAL ZERO
               MOVE '27SAFE DROP CANCELLED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACE TO LNK-VRF-PERFIL-MIN.
           CALL 'VFVIDPRG' USING LNK-VERIFY.
           IF NOT VRF-APROVADO
               MOVE '43NOT RECORDED - WITNESS CHECK FAILED.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
           IF LNK-VRF-ID EQUAL WRK-OPERATOR
               MOVE '43THE WITNESS MUST BE ANOTHER OPERATOR.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           SET MCX-COFRE TO TRUE.
           MOVE SPACE      TO CATEGORIA-MCX.
           MOVE LNK-VRF-ID TO TESTEMUNHA-MCX.
           PERFORM 0330-RECORD-MOVEMENT.
       0320-SAFE-DROP-END. EXIT.

      *    STAMPS AND WRITES THE ROW BUILT BY 0310 OR 0320, AND
      *    AUDITS IT.
       0330-RECORD-MOVEMENT SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           PERFORM 0305-NEXT-MOVEMENT-NUMBER.
           MOVE WRK-MCX-PROX  TO NUM-MCX.
           MOVE WRK-TODAY-NUM TO DATA-MCX.
           MOVE WRK-TIME      TO HORA-MCX.
           MOVE WRK-SESSAO    TO NUM-CXS-MCX.
           MOVE WRK-OPERATOR  TO OPERADOR-MCX.
      *
           WRITE REG-MCX
               INVALID KEY
                   MOVE '47ERROR RECORDING DRAWER MOVEMENT.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-WRITE.
      *
           MOVE VALOR-MCX TO WRK-VAL-EDIT.
           MOVE NUM-MCX   TO WRK-NUM-EDIT.
           IF MCX-DESPESA
               MOVE 'DESPESA' TO LOG-OPERACAO
           ELSE
               MOVE 'COFRE'   TO LOG-OPERACAO
           END-IF.
           MOVE ZEROES        TO LOG-CODIGO.
           MOVE 'VALOR'       TO LOG-CAMPO.
           MOVE SPACES        TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           STRING '#' WRK-NUM-EDIT ' ' CATEGORIA-MCX ' '
                  REFERENCIA-MCX ' ' WRK-VAL-EDIT ' '
                  TESTEMUNHA-MCX
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
      *
           INITIALIZE WRK-MSG.
           STRING '57MOVEMENT #' WRK-NUM-EDIT ' OF ' WRK-VAL-EDIT
                  ' RECORDED.'
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0330-RECORD-MOVEMENT-END. EXIT.

      *    THE MONTH'S PETTY CASH: EVERY MOVEMENT IN DATE ORDER, THEN
      *    THE PAY-OUTS TOTALLED BY CATEGORY AND THE SAFE DROPS.
       0340-MONTHLY-REPORT SECTION.
           INITIALIZE WRK-MSG TAB-CATEG-TOTAIS.
           MOVE ZEROES TO WRK-ITENS WRK-TOT-DESPESA
                          WRK-COFRE-QTDE WRK-COFRE-VALOR.
           DISPLAY SCREEN-MAIN.
           PERFORM 0345-ASK-PERIOD.
           IF WRK-PERIODO EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           OPEN OUTPUT CAIXINHA-REL.
           IF FS-CAIXINHA-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING CAIXINHA-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO REG-CXR.
           STRING 'VIDEOTECA - PETTY CASH AND SAFE DROPS   MONTH '
                  WRK-PERIODO
               DELIMITED BY SIZE INTO REG-CXR.
           WRITE REG-CXR.
           MOVE SPACES TO REG-CXR.
           STRING 'DATE     TIME  DRAWER OPERATOR KIND / CATEGORY'
                  '      REFERENCE               AMOUNT WITNESS'
               DELIMITED BY SIZE INTO REG-CXR.
           WRITE REG-CXR.
           MOVE ALL '-' TO REG-CXR.
           WRITE REG-CXR.
      *
           MOVE WRK-PER-INI TO DATA-MCX.
           START MOVCAIXA KEY IS NOT LESS DATA-MCX
               INVALID KEY MOVE 10 TO FS-MOVCAIXA
           END-START.
           IF FS-MOVCAIXA NOT EQUAL 10
               READ MOVCAIXA NEXT AT END MOVE 10 TO FS-MOVCAIXA
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-MOVCAIXA EQUAL 10
                     OR DATA-MCX(1:6) NOT EQUAL WRK-PERIODO
               ADD 1 TO WRK-ITENS
               PERFORM 0347-REPORT-LINE
               READ MOVCAIXA NEXT AT END MOVE 10 TO FS-MOVCAIXA
               END-READ
           END-PERFORM.
      *
           IF WRK-ITENS EQUAL ZERO
               MOVE '  (NO MOVEMENTS IN THE MONTH)' TO REG-CXR
               WRITE REG-CXR
           END-IF.
      *
           MOVE SPACES TO REG-CXR.
           WRITE REG-CXR.
           MOVE 'PAY-OUTS BY CATEGORY' TO REG-CXR.
           WRITE REG-CXR.
           PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
                   UNTIL WRK-CAT-IDX GREATER 5
               MOVE EL-CAT-QTDE(WRK-CAT-IDX)  TO WRK-CNT-EDIT
               MOVE EL-CAT-VALOR(WRK-CAT-IDX) TO WRK-TOT-EDIT
               MOVE SPACES TO REG-CXR
               STRING '  ' EL-CAT-NOME(WRK-CAT-IDX) ' '
                      WRK-CNT-EDIT '  ' WRK-TOT-EDIT
                   DELIMITED BY SIZE INTO REG-CXR
               WRITE REG-CXR
           END-PERFORM.
           MOVE WRK-TOT-DESPESA TO WRK-TOT-EDIT.
           MOVE SPACES TO REG-CXR.
           MOVE '  TOTAL PAY-OUTS' TO REG-CXR.
           MOVE WRK-TOT-EDIT TO REG-CXR(30:9).
           WRITE REG-CXR.
           MOVE SPACES TO REG-CXR.
           WRITE REG-CXR.
           MOVE WRK-COFRE-QTDE  TO WRK-CNT-EDIT.
           MOVE WRK-COFRE-VALOR TO WRK-TOT-EDIT.
           MOVE SPACES TO REG-CXR.
           STRING '  SAFE DROPS' '           ' WRK-CNT-EDIT '  '
                  WRK-TOT-EDIT
               DELIMITED BY SIZE INTO REG-CXR.
           WRITE REG-CXR.
           CLOSE CAIXINHA-REL.
      *
           MOVE '57PETTY CASH WRITTEN TO CAIXINHA-REL.TXT.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0340-MONTHLY-REPORT-END. EXIT.

       0345-ASK-PERIOD SECTION.
           MOVE WRK-TODAY-NUM(1:6) TO WRK-PERIODO.
           DISPLAY 'MONTH (AAAAMM): [      ]' AT LINE 10 COLUMN 10.
           ACCEPT WRK-PERIODO AT LINE 10 COLUMN 27.
           IF WRK-PERIODO EQUAL ZERO
               MOVE WRK-TODAY-NUM(1:6) TO WRK-PERIODO
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
           COMPUTE WRK-PER-INI = WRK-PERIODO * 100 + 1.
       0345-ASK-PERIOD-END. EXIT.

       0347-REPORT-LINE SECTION.
           IF MCX-COFRE
               MOVE 'SAFE DROP' TO WRK-TIPO-NOME
               ADD 1 TO WRK-COFRE-QTDE
               ADD VALOR-MCX TO WRK-COFRE-VALOR
           ELSE
               MOVE 'OTHER' TO WRK-TIPO-NOME
               PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
                       UNTIL WRK-CAT-IDX GREATER 5
                   IF EL-CAT-COD(WRK-CAT-IDX) EQUAL CATEGORIA-MCX
                       MOVE EL-CAT-NOME(WRK-CAT-IDX) TO WRK-TIPO-NOME
                       ADD 1 TO EL-CAT-QTDE(WRK-CAT-IDX)
                       ADD VALOR-MCX TO EL-CAT-VALOR(WRK-CAT-IDX)
                   END-IF
               END-PERFORM
               ADD VALOR-MCX TO WRK-TOT-DESPESA
           END-IF.
      *
           MOVE VALOR-MCX TO WRK-TOT-EDIT.
           MOVE SPACES TO REG-CXR.
           STRING DATA-MCX ' ' HORA-MCX ' ' NUM-CXS-MCX '  '
                  OPERADOR-MCX ' ' WRK-TIPO-NOME ' '
                  REFERENCIA-MCX ' ' WRK-TOT-EDIT ' '
                  TESTEMUNHA-MCX
               DELIMITED BY SIZE INTO REG-CXR.
           WRITE REG-CXR.
       0347-REPORT-LINE-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVCAIXA LOG-AUDITORIA.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM PCVIDPRG.
