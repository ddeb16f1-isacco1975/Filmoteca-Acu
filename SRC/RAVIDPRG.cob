      ******************************************************************
      * FILE NAME   : RAVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : REVENUE-SHARE AGREEMENT MAINTENANCE OF VIDEOTECA *
      *               PROGRAM - RECORD, ALTER AND CLOSE THE AGREEMENT  *
      *               UNDER WHICH A TITLE IS TAKEN FROM A DISTRIBUTOR  *
      *               FOR A SHARE OF ITS RENTALS (SEE RDVIDPRG FOR THE *
      *               MONTHLY STATEMENT)                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAVIDPRG.
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
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDDES.cpy'. *> DISTRIBS DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACORDOS.
           COPY 'CPVIDACD.cpy'. *> REVENUE-SHARE AGREEMENT DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  DISTRIBS.
           COPY 'CPVIDDIS.cpy'. *> DISTRIBUTOR DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDACW.cpy'. *> REVENUE-SHARE AGREEMENTS WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDDEW.cpy'. *> DISTRIBS DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  WRK-AOPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-PERC-EDIT            PIC Z9,99.
       77  WRK-VALOR-EDIT           PIC ZZ.ZZ9,99.
      *
      *    SET BY 0350 - THE TERMS KEYED IN ARE FIT TO FILE.
       77  WRK-ACD-OK               PIC X(01) VALUE 'N'.
           88 ACD-TERMOS-OK            VALUE 'S'.
      *
      *    THE AGREEMENT AS IT STOOD BEFORE AN ALTERATION, FOR THE
      *    OLD SIDE OF THE AUDIT ENTRY.
       77  WRK-ACD-ANTES            PIC X(45) VALUE SPACES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-ACDMNU.
           05 LINE 06 COLUMN 10 VALUE "+---------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. INCLUIR    |".
           05 LINE 08 COLUMN 10 VALUE "| 2. ALTERAR    |".
           05 LINE 09 COLUMN 10 VALUE "| 3. ENCERRAR   |".
           05 LINE 10 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 11 COLUMN 10 VALUE "|               |".
           05 LINE 12 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 13 COLUMN 10 VALUE "+---------------+".
           05 LINE 12 COLUMN 23 PIC X(01) USING WRK-AOPTION.
      *
       01  SCREEN-ACDEDT.
           05 LINE 07 COLUMN 30 VALUE "TITLE CODE....: [     ]".
           05 LINE 08 COLUMN 30 VALUE "DISTRIBUTOR...: [  ]".
           05 LINE 09 COLUMN 30 VALUE "SHARE %.......: [     ]".
           05 LINE 10 COLUMN 30 VALUE "TERM FROM.....: [        ]".
           05 LINE 11 COLUMN 30 VALUE "TERM TO.......: [        ]".
           05 LINE 11 COLUMN 58 VALUE "(ZERO = OPEN)".
           05 LINE 12 COLUMN 30 VALUE "MONTHLY MIN...: [        ]".
      *
       01  SCREEN-ACDEDT-KEY.
           05 LINE 07 COLUMN 47 PIC 9(05) USING CODIGO-ACD
              COLOR 6 HIGHLIGHT.
      *
       01  SCREEN-ACDEDT-DATA.
           05 LINE 08 COLUMN 47 PIC X(02) USING COD-DIS-ACD
              COLOR 7 HIGHLIGHT.
           05 LINE 09 COLUMN 47 PIC 9(02),9(02) USING PERC-ACD
              COLOR 7 HIGHLIGHT.
           05 LINE 10 COLUMN 47 PIC 9(08) USING DATA-INI-ACD
              COLOR 7 HIGHLIGHT.
           05 LINE 11 COLUMN 47 PIC 9(08) USING DATA-FIM-ACD
              COLOR 7 HIGHLIGHT.
           05 LINE 12 COLUMN 47 PIC 9(05),9(02) USING MINIMO-ACD
              COLOR 7 HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'RAVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O ACORDOS.
      *
           IF FS-ACORDOS EQUAL "35"
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS
           END-IF.
      *
           IF FS-ACORDOS NOT EQUAL "00"
               MOVE '47ERROR OPENING AGREEMENT FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-ACORDOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING AGREEMENT FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
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
      *
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
      *
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE " * * *  R E V E N U E   S H A R E  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE WRK-AOPTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-ACDMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-ACDMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-AOPTION
             WHEN '1' PERFORM 0310-INCLUDE-AGREEMENT
             WHEN '2' PERFORM 0320-ALTER-AGREEMENT
             WHEN '3' PERFORM 0330-CLOSE-AGREEMENT
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

      *    A NEW AGREEMENT: THE TITLE MUST BE ON THE CATALOGUE AND
      *    NOT ALREADY UNDER AN AGREEMENT. THE TERM STARTS TODAY
      *    UNLESS ANOTHER DATE IS KEYED.
       0310-INCLUDE-AGREEMENT SECTION.
           INITIALIZE REG-ACD WRK-MSG.
           DISPLAY SCREEN-ACDEDT.
           ACCEPT  SCREEN-ACDEDT-KEY.
      *
           IF CODIGO-ACD EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0340-SHOW-TITLE.
           IF FS-MOVIES NOT EQUAL "00"
               MOVE '48TITLE CODE NOT FOUND.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           READ ACORDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE '47TITLE ALREADY HAS AN AGREEMENT - USE ALTER.'
                       TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           INITIALIZE REG-ACD.
           MOVE CODIGO TO CODIGO-ACD.
           MOVE WRK-TODAY-NUM TO DATA-INI-ACD.
           ACCEPT SCREEN-ACDEDT-DATA.
      *
           PERFORM 0350-VALIDATE-TERMS.
           IF NOT ACD-TERMOS-OK
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           SET ACD-ATIVO TO TRUE.
           MOVE WRK-TODAY-NUM TO DATA-ALT-ACD.
           WRITE REG-ACD
               INVALID KEY
                   MOVE '47TITLE ALREADY HAS AN AGREEMENT.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-WRITE.
      *
           MOVE 'ACORDOIN'       TO LOG-OPERACAO.
           MOVE SPACES           TO LOG-VALOR-ANTIGO.
           PERFORM 0355-DESCRIBE-TERMS.
           PERFORM 0360-WRITE-AUDIT-LOG.
      *
           MOVE '57AGREEMENT SUCCESSFULLY RECORDED.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-INCLUDE-AGREEMENT-END. EXIT.

      *    NEW TERMS FOR AN EXISTING AGREEMENT. STATEMENTS ALREADY
      *    RUN ARE LEFT AS THEY ARE; A MONTH RE-RUN AFTER THE CHANGE
      *    IS WORKED OUT ON THE NEW TERMS.
       0320-ALTER-AGREEMENT SECTION.
           INITIALIZE REG-ACD WRK-MSG.
           DISPLAY SCREEN-ACDEDT.
           ACCEPT  SCREEN-ACDEDT-KEY.
      *
           IF CODIGO-ACD EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           READ ACORDOS
               INVALID KEY
                   MOVE '48NO AGREEMENT FOR THIS TITLE.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           PERFORM 0340-SHOW-TITLE.
           PERFORM 0355-DESCRIBE-TERMS.
           MOVE LOG-VALOR-NOVO TO WRK-ACD-ANTES.
      *
           ACCEPT SCREEN-ACDEDT-DATA.
           PERFORM 0350-VALIDATE-TERMS.
           IF NOT ACD-TERMOS-OK
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           SET ACD-ATIVO TO TRUE.
           MOVE WRK-TODAY-NUM TO DATA-ALT-ACD.
           REWRITE REG-ACD
               INVALID KEY
                   MOVE '42EDIT ERROR.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-REWRITE.
      *
           MOVE 'ACORDOAL'       TO LOG-OPERACAO.
           MOVE WRK-ACD-ANTES    TO LOG-VALOR-ANTIGO.
           PERFORM 0355-DESCRIBE-TERMS.
           PERFORM 0360-WRITE-AUDIT-LOG.
      *
           MOVE '54AGREEMENT ALTERED SUCCESSFULLY.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-ALTER-AGREEMENT-END. EXIT.

      *    CLOSING AN AGREEMENT ENDS ITS TERM TODAY (UNLESS IT WAS
      *    DUE TO END SOONER) - THE ROW STAYS ON FILE SO THE MONTHS
      *    IT RAN CAN STILL BE STATED.
       0330-CLOSE-AGREEMENT SECTION.
           INITIALIZE REG-ACD WRK-MSG.
           DISPLAY SCREEN-ACDEDT.
           ACCEPT  SCREEN-ACDEDT-KEY.
      *
           IF CODIGO-ACD EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           READ ACORDOS
               INVALID KEY
                   MOVE '48NO AGREEMENT FOR THIS TITLE.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           PERFORM 0340-SHOW-TITLE.
           DISPLAY SCREEN-ACDEDT-DATA.
           IF ACD-ENCERRADO
               MOVE '43AGREEMENT ALREADY CLOSED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41CONFIRM CLOSING THIS AGREEMENT TODAY (Y/N)?'
               TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27CLOSE CANCELLED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0355-DESCRIBE-TERMS.
           MOVE LOG-VALOR-NOVO TO WRK-ACD-ANTES.
      *
           IF DATA-FIM-ACD EQUAL ZEROES
              OR DATA-FIM-ACD GREATER WRK-TODAY-NUM
               MOVE WRK-TODAY-NUM TO DATA-FIM-ACD
           END-IF.
           SET ACD-ENCERRADO TO TRUE.
           MOVE WRK-TODAY-NUM TO DATA-ALT-ACD.
           REWRITE REG-ACD
               INVALID KEY
                   MOVE '43ERROR CLOSING AGREEMENT.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-REWRITE.
      *
           MOVE 'ACORDOEN'       TO LOG-OPERACAO.
           MOVE WRK-ACD-ANTES    TO LOG-VALOR-ANTIGO.
           PERFORM 0355-DESCRIBE-TERMS.
           PERFORM 0360-WRITE-AUDIT-LOG.
      *
           MOVE '54AGREEMENT CLOSED.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0330-CLOSE-AGREEMENT-END. EXIT.

       0340-SHOW-TITLE SECTION.
           MOVE CODIGO-ACD TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE "23" TO FS-MOVIES
               NOT INVALID KEY
                   DISPLAY TITULO(1:24) AT LINE 07 COLUMN 55
           END-READ.
       0340-SHOW-TITLE-END. EXIT.

      *    THE DISTRIBUTOR MUST BE ON DISTRIBS.dat, THE SHARE MORE
      *    THAN NOTHING, THE TERM MUST START ON A DATE AND MUST NOT
      *    END BEFORE IT STARTS.
       0350-VALIDATE-TERMS SECTION.
           MOVE 'N' TO WRK-ACD-OK.
      *
           MOVE COD-DIS-ACD TO CODIGO-DIS.
           READ DISTRIBS
               INVALID KEY
                   MOVE '48DISTRIBUTOR CODE NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
      *
           IF PERC-ACD EQUAL ZEROES
               MOVE '42THE SHARE PERCENTAGE IS REQUIRED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           IF DATA-INI-ACD EQUAL ZEROES
               MOVE '42THE TERM START DATE IS REQUIRED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           IF DATA-FIM-ACD NOT EQUAL ZEROES
              AND DATA-FIM-ACD LESS DATA-INI-ACD
               MOVE '42THE TERM ENDS BEFORE IT STARTS.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'S' TO WRK-ACD-OK.
       0350-VALIDATE-TERMS-END. EXIT.

      *    ONE-LINE SUMMARY OF THE TERMS ON REG-ACD, BUILT ON THE
      *    NEW SIDE OF THE AUDIT ENTRY.
       0355-DESCRIBE-TERMS SECTION.
           MOVE CODIGO-ACD       TO LOG-CODIGO.
           MOVE SPACES           TO LOG-CAMPO.
           STRING 'DIS ' COD-DIS-ACD DELIMITED BY SIZE INTO LOG-CAMPO.
           MOVE PERC-ACD         TO WRK-PERC-EDIT.
           MOVE MINIMO-ACD       TO WRK-VALOR-EDIT.
           MOVE SPACES           TO LOG-VALOR-NOVO.
           STRING WRK-PERC-EDIT '% ' DATA-INI-ACD '-' DATA-FIM-ACD
                  ' MIN ' WRK-VALOR-EDIT ' ' STATUS-ACD
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
       0355-DESCRIBE-TERMS-END. EXIT.

       0360-WRITE-AUDIT-LOG SECTION.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0360-WRITE-AUDIT-LOG-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES DISTRIBS LOG-AUDITORIA ACORDOS.
      *
           IF FS-ACORDOS NOT EQUAL "00"
               MOVE '47ERROR CLOSING AGREEMENT FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-ACORDOS TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING AGREEMENT FILE.'
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

       END PROGRAM RAVIDPRG.
