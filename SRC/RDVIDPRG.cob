      ******************************************************************
      * FILE NAME   : RDVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MONTHLY REVENUE-SHARE STATEMENT OF VIDEOTECA     *
      *               PROGRAM - WORKS OUT WHAT EACH DISTRIBUTOR IS     *
      *               OWED FOR A MONTH FROM THE RENTAL PAYMENTS TAKEN  *
      *               ON ITS AGREEMENT TITLES, FILES IT ON REPASSES.dat*
      *               FOR THE JOURNAL EXPORT AND PRINTS THE STATEMENT  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RDVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDACS.cpy'. *> REVENUE-SHARE AGREEMENTS WORKBOOK
           COPY 'CPVIDRPS.cpy'. *> REVENUE-SHARE STATEMENTS WORKBOOK
           COPY 'CPVIDPGS.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDDES.cpy'. *> DISTRIBS DAT WORKBOOK
      *
           SELECT REPASSE-REL
              ASSIGN       TO 'REPASSE-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-REPASSE-REL.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACORDOS.
           COPY 'CPVIDACD.cpy'. *> REVENUE-SHARE AGREEMENT DATA FILE
      *
       FD  REPASSES.
           COPY 'CPVIDREP.cpy'. *> REVENUE-SHARE STATEMENT DATA FILE
      *
       FD  PAGAMENTOS.
           COPY 'CPVIDPAG.cpy'. *> FEE PAYMENT DATA FILE
      *
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  DISTRIBS.
           COPY 'CPVIDDIS.cpy'. *> DISTRIBUTOR DATA FILE
      *
       FD  REPASSE-REL.
       01 REG-RRL                PIC X(80).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDACW.cpy'. *> REVENUE-SHARE AGREEMENTS WORKBOOK
           COPY 'CPVIDRPW.cpy'. *> REVENUE-SHARE STATEMENTS WORKBOOK
           COPY 'CPVIDPGW.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDDEW.cpy'. *> DISTRIBS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE
      *
       77  FS-REPASSE-REL           PIC X(02) VALUE '00'.
       77  WRK-PERIODO              PIC 9(06) VALUE ZERO.
       77  WRK-MES-ROW              PIC 9(06) VALUE ZERO.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
      *
      *    FIRST AND LAST DAY OF THE MONTH BEING STATED - THE LAST
      *    IS TAKEN AS THE 31ST, WHICH NO PAYMENT DATE CAN PASS.
       77  WRK-PER-INI              PIC 9(08) VALUE ZERO.
       77  WRK-PER-FIM              PIC 9(08) VALUE ZERO.
      *
      *    STATEMENT TOTALS - PER DISTRIBUTOR AND FOR THE MONTH.
       77  WRK-DIS-ATUAL            PIC X(02) VALUE SPACES.
       77  WRK-DIS-RECEITA          PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-DIS-DEVIDO           PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-TOT-RECEITA          PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-TOT-DEVIDO           PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-TOT-LINHAS           PIC 9(05) VALUE ZERO.
      *
       77  WRK-VALOR-EDIT           PIC ZZZ.ZZ9,99.
       77  WRK-TOTAL-EDIT           PIC Z.ZZZ.ZZ9,99.
       77  WRK-PERC-EDIT            PIC Z9,99.
       77  WRK-QTDE-EDIT            PIC Z(04)9.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'RDVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0110-DATE-TIME.
           PERFORM 0200-ASK-PERIOD.
           IF WRK-PERIODO NOT EQUAL ZEROES
               PERFORM 0100-OPEN-DATA
               PERFORM 0300-CLEAR-PERIOD
               PERFORM 0310-SEED-AGREEMENTS
               PERFORM 0320-SUM-RENTALS
               PERFORM 0330-SETTLE-ROWS
               PERFORM 0400-PRINT-STATEMENT
               PERFORM 0500-CLOSE-DATA
           END-IF.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0110-DATE-TIME SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
           MOVE " * * *  R E V E N U E   S H A R E  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           DISPLAY SCREEN-MAIN.
       0110-DATE-TIME-END. EXIT.

       0200-ASK-PERIOD SECTION.
           DISPLAY 'STATEMENT FOR PERIOD (AAAAMM): [      ]'
               AT LINE 10 COLUMN 14.
           MOVE ZEROES TO WRK-PERIODO.
           ACCEPT WRK-PERIODO AT LINE 10 COLUMN 46.
      *
           COMPUTE WRK-PER-INI = WRK-PERIODO * 100 + 1.
           COMPUTE WRK-PER-FIM = WRK-PERIODO * 100 + 31.
       0200-ASK-PERIOD-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O REPASSES.
           IF FS-REPASSES EQUAL "35"
               OPEN OUTPUT REPASSES
               CLOSE REPASSES
               OPEN I-O REPASSES
           END-IF.
      *
           IF FS-REPASSES NOT EQUAL "00"
               MOVE '47ERROR OPENING REVENUE-SHARE FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-REPASSES TO WS-ABEND-CODE
               MOVE 'ERROR OPENING REVENUE-SHARE FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT ACORDOS.
           IF FS-ACORDOS EQUAL "35"
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN INPUT ACORDOS
           END-IF.
      *
           OPEN INPUT PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL "35"
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN INPUT PAGAMENTOS
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
      *
           OPEN INPUT DISTRIBS.
           IF FS-DISTRIBS EQUAL "35"
               OPEN OUTPUT DISTRIBS
               CLOSE DISTRIBS
               OPEN INPUT DISTRIBS
           END-IF.
       0100-OPEN-DATA-END. EXIT.

      *    A MONTH CAN BE STATED AGAIN (LATE PAYMENTS, A CORRECTED
      *    AGREEMENT) - ITS OLD ROWS GO FIRST SO NOTHING IS COUNTED
      *    TWICE.
       0300-CLEAR-PERIOD SECTION.
           MOVE WRK-PERIODO TO PERIODO-RPS.
           MOVE LOW-VALUES  TO COD-DIS-RPS.
           MOVE ZEROES      TO CODIGO-RPS.
           START REPASSES KEY IS NOT LESS CHAVE-RPS
               INVALID KEY MOVE 10 TO FS-REPASSES
           END-START.
           IF FS-REPASSES NOT EQUAL 10
               READ REPASSES NEXT AT END MOVE 10 TO FS-REPASSES
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-REPASSES EQUAL 10
                     OR PERIODO-RPS NOT EQUAL WRK-PERIODO
               DELETE REPASSES
                   INVALID KEY CONTINUE
               END-DELETE
               READ REPASSES NEXT AT END MOVE 10 TO FS-REPASSES
               END-READ
           END-PERFORM.
       0300-CLEAR-PERIOD-END. EXIT.

      *    EVERY AGREEMENT WHOSE TERM TOUCHES THE MONTH GETS A ROW,
      *    EVEN WITH NO RENTALS - THE MINIMUM GUARANTEE IS OWED ALL
      *    THE SAME.
       0310-SEED-AGREEMENTS SECTION.
           MOVE ZEROES TO CODIGO-ACD.
           START ACORDOS KEY IS NOT LESS CODIGO-ACD
               INVALID KEY MOVE 10 TO FS-ACORDOS
           END-START.
           IF FS-ACORDOS NOT EQUAL 10
               READ ACORDOS NEXT AT END MOVE 10 TO FS-ACORDOS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-ACORDOS EQUAL 10
               IF DATA-INI-ACD NOT GREATER WRK-PER-FIM
                  AND (DATA-FIM-ACD EQUAL ZEROES
                       OR DATA-FIM-ACD NOT LESS WRK-PER-INI)
                   INITIALIZE REG-RPS
                   MOVE WRK-PERIODO   TO PERIODO-RPS
                   MOVE COD-DIS-ACD   TO COD-DIS-RPS
                   MOVE CODIGO-ACD    TO CODIGO-RPS
                   MOVE PERC-ACD      TO PERC-RPS
                   MOVE MINIMO-ACD    TO MINIMO-RPS
                   MOVE WRK-TODAY-NUM TO DATA-GER-RPS
                   WRITE REG-RPS
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
               READ ACORDOS NEXT AT END MOVE 10 TO FS-ACORDOS END-READ
           END-PERFORM.
       0310-SEED-AGREEMENTS-END. EXIT.

      *    RENTAL MONEY TAKEN IN THE MONTH: EACH PAG-LOCACAO ROW IS
      *    TRACED THROUGH ITS LOAN TO THE TITLE, AND COUNTS ONLY IF
      *    THE TITLE'S AGREEMENT WAS IN TERM ON THE DAY IT WAS PAID.
      *    LATE AND REPLACEMENT FEES ARE THE SHOP'S OWN AND DO NOT
      *    SHARE.
       0320-SUM-RENTALS SECTION.
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
               MOVE DATA-PAG(1:6) TO WRK-MES-ROW
               IF WRK-MES-ROW EQUAL WRK-PERIODO
                  AND PAG-LOCACAO
                  AND VALOR-PAG GREATER ZERO
                   PERFORM 0325-CREDIT-RENTAL
               END-IF
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-PERFORM.
       0320-SUM-RENTALS-END. EXIT.

       0325-CREDIT-RENTAL SECTION.
           MOVE NUM-EMP-PAG TO NUM-EMP.
           READ EMPRESTIMOS
               INVALID KEY EXIT PARAGRAPH
           END-READ.
      *
           MOVE CODIGO-EMP TO CODIGO-ACD.
           READ ACORDOS
               INVALID KEY EXIT PARAGRAPH
           END-READ.
      *
           IF DATA-PAG LESS DATA-INI-ACD
               EXIT PARAGRAPH
           END-IF.
           IF DATA-FIM-ACD NOT EQUAL ZEROES
              AND DATA-PAG GREATER DATA-FIM-ACD
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-PERIODO TO PERIODO-RPS.
           MOVE COD-DIS-ACD TO COD-DIS-RPS.
           MOVE CODIGO-ACD  TO CODIGO-RPS.
           READ REPASSES
               INVALID KEY EXIT PARAGRAPH
           END-READ.
      *
           ADD VALOR-PAG TO RECEITA-RPS.
           ADD 1         TO QTDE-PAG-RPS.
           REWRITE REG-RPS
               INVALID KEY CONTINUE
           END-REWRITE.
       0325-CREDIT-RENTAL-END. EXIT.

      *    THE DISTRIBUTOR'S SHARE OF THE MONTH'S RENTALS, OR THE
      *    MINIMUM GUARANTEE IF THE SHARE FALLS SHORT OF IT.
       0330-SETTLE-ROWS SECTION.
           MOVE WRK-PERIODO TO PERIODO-RPS.
           MOVE LOW-VALUES  TO COD-DIS-RPS.
           MOVE ZEROES      TO CODIGO-RPS.
           START REPASSES KEY IS NOT LESS CHAVE-RPS
               INVALID KEY MOVE 10 TO FS-REPASSES
           END-START.
           IF FS-REPASSES NOT EQUAL 10
               READ REPASSES NEXT AT END MOVE 10 TO FS-REPASSES
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-REPASSES EQUAL 10
                     OR PERIODO-RPS NOT EQUAL WRK-PERIODO
               COMPUTE PARTE-RPS ROUNDED =
                   RECEITA-RPS * PERC-RPS / 100
               IF PARTE-RPS LESS MINIMO-RPS
                   MOVE MINIMO-RPS TO DEVIDO-RPS
               ELSE
                   MOVE PARTE-RPS  TO DEVIDO-RPS
               END-IF
               REWRITE REG-RPS
                   INVALID KEY CONTINUE
               END-REWRITE
               READ REPASSES NEXT AT END MOVE 10 TO FS-REPASSES
               END-READ
           END-PERFORM.
       0330-SETTLE-ROWS-END. EXIT.

      *    THE STATEMENT: ONE BLOCK PER DISTRIBUTOR, A LINE PER
      *    TITLE, THE DISTRIBUTOR'S TOTAL OWED UNDER IT AND THE
      *    MONTH'S TOTAL AT THE FOOT.
       0400-PRINT-STATEMENT SECTION.
           MOVE ZEROES TO WRK-TOT-RECEITA WRK-TOT-DEVIDO
                          WRK-TOT-LINHAS.
           MOVE SPACES TO WRK-DIS-ATUAL.
      *
           OPEN OUTPUT REPASSE-REL.
           IF FS-REPASSE-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING REPASSE-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO REG-RRL.
           STRING 'VIDEOTECA - REVENUE-SHARE STATEMENT FOR PERIOD '
                  WRK-PERIODO ' AT ' WRK-DATE
               DELIMITED BY SIZE INTO REG-RRL.
           WRITE REG-RRL.
           MOVE ALL '=' TO REG-RRL.
           WRITE REG-RRL.
      *
           MOVE WRK-PERIODO TO PERIODO-RPS.
           MOVE LOW-VALUES  TO COD-DIS-RPS.
           MOVE ZEROES      TO CODIGO-RPS.
           START REPASSES KEY IS NOT LESS CHAVE-RPS
               INVALID KEY MOVE 10 TO FS-REPASSES
           END-START.
           IF FS-REPASSES NOT EQUAL 10
               READ REPASSES NEXT AT END MOVE 10 TO FS-REPASSES
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-REPASSES EQUAL 10
                     OR PERIODO-RPS NOT EQUAL WRK-PERIODO
               IF COD-DIS-RPS NOT EQUAL WRK-DIS-ATUAL
                   PERFORM 0420-DISTRIB-FOOTER
                   PERFORM 0410-DISTRIB-HEADER
               END-IF
               PERFORM 0415-WRITE-TITLE-LINE
               READ REPASSES NEXT AT END MOVE 10 TO FS-REPASSES
               END-READ
           END-PERFORM.
           PERFORM 0420-DISTRIB-FOOTER.
      *
           MOVE ALL '=' TO REG-RRL.
           WRITE REG-RRL.
           MOVE WRK-TOT-RECEITA TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RRL.
           STRING 'RENTALS ON AGREEMENT TITLES......: ' WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-RRL.
           WRITE REG-RRL.
           MOVE WRK-TOT-DEVIDO TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-RRL.
           STRING 'OWED TO DISTRIBUTORS FOR THE MONTH: ' WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-RRL.
           WRITE REG-RRL.
           CLOSE REPASSE-REL.
      *
           MOVE 'REPASSES'        TO LNK-SPL-NOME.
           MOVE 'REPASSE-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
       0400-PRINT-STATEMENT-END. EXIT.

       0410-DISTRIB-HEADER SECTION.
           MOVE COD-DIS-RPS TO WRK-DIS-ATUAL.
           MOVE ZEROES TO WRK-DIS-RECEITA WRK-DIS-DEVIDO.
      *
           MOVE COD-DIS-RPS TO CODIGO-DIS.
           READ DISTRIBS
               INVALID KEY MOVE 'NOT ON FILE' TO DESC-DIS
           END-READ.
      *
           MOVE SPACES TO REG-RRL.
           WRITE REG-RRL.
           MOVE SPACES TO REG-RRL.
           STRING 'DISTRIBUTOR ' COD-DIS-RPS ' - ' DESC-DIS
               DELIMITED BY SIZE INTO REG-RRL.
           WRITE REG-RRL.
           MOVE 'CODE  TITLE                   PAID    RENTALS SHARE%'
               TO REG-RRL.
           MOVE '  MINIMUM        OWED' TO REG-RRL(54:).
           WRITE REG-RRL.
           MOVE ALL '-' TO REG-RRL.
           WRITE REG-RRL.
       0410-DISTRIB-HEADER-END. EXIT.

       0415-WRITE-TITLE-LINE SECTION.
           ADD 1           TO WRK-TOT-LINHAS.
           ADD RECEITA-RPS TO WRK-DIS-RECEITA WRK-TOT-RECEITA.
           ADD DEVIDO-RPS  TO WRK-DIS-DEVIDO  WRK-TOT-DEVIDO.
      *
           MOVE CODIGO-RPS TO CODIGO.
           READ MOVIES
               INVALID KEY MOVE SPACES TO TITULO
           END-READ.
      *
           MOVE SPACES TO REG-RRL.
           MOVE CODIGO-RPS     TO REG-RRL(1:5).
           MOVE TITULO         TO REG-RRL(7:22).
           MOVE QTDE-PAG-RPS   TO WRK-QTDE-EDIT.
           MOVE WRK-QTDE-EDIT  TO REG-RRL(30:5).
           MOVE RECEITA-RPS    TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT TO REG-RRL(36:10).
           MOVE PERC-RPS       TO WRK-PERC-EDIT.
           MOVE WRK-PERC-EDIT  TO REG-RRL(48:5).
           MOVE MINIMO-RPS     TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT TO REG-RRL(54:10).
           MOVE DEVIDO-RPS     TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT TO REG-RRL(65:10).
           WRITE REG-RRL.
       0415-WRITE-TITLE-LINE-END. EXIT.

       0420-DISTRIB-FOOTER SECTION.
           IF WRK-DIS-ATUAL EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ALL '-' TO REG-RRL.
           WRITE REG-RRL.
           MOVE WRK-DIS-RECEITA TO WRK-VALOR-EDIT.
           MOVE SPACES TO REG-RRL.
           STRING 'TOTAL ' WRK-DIS-ATUAL DELIMITED BY SIZE
               INTO REG-RRL.
           MOVE WRK-VALOR-EDIT TO REG-RRL(36:10).
           MOVE WRK-DIS-DEVIDO TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT TO REG-RRL(65:10).
           WRITE REG-RRL.
       0420-DISTRIB-FOOTER-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE ACORDOS PAGAMENTOS EMPRESTIMOS MOVIES DISTRIBS
                 REPASSES.
      *
           MOVE WRK-TOT-LINHAS TO WRK-QTDE-EDIT.
           INITIALIZE WRK-MSG.
           STRING '57REPASSE-REL.txt WRITTEN - TITLES STATED: '
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

       END PROGRAM RDVIDPRG.
