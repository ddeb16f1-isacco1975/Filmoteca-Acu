      ******************************************************************
      * FILE NAME   : EVVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : TITLE AGEING RUN OF VIDEOTECA PROGRAM - MOVES    *
      *               THE PRICE CLASS AND LOAN CLASS OF EACH TITLE     *
      *               FROM NOVIDADE TO STANDARD TO CATALOGUE AS IT     *
      *               AGES FROM ITS RECEIVING DATE, AUDITING EVERY     *
      *               STEP AND LISTING IT ON RELATO-ENV                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPDS.cpy'. *> ORDERS DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
           SELECT RELATO-ENV
              ASSIGN       TO 'RELATO-ENV.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-RELATO-ENV.
      *
           COPY 'CPVIDJRS.cpy'. *> RECOVERY JOURNAL WORKBOOK
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  PEDIDOS.
           COPY 'CPVIDPED.cpy'. *> ORDERS DATA FILE
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  RELATO-ENV.
       01 REG-ENV                PIC X(80).
      *
       FD  JOURNAL.
           COPY 'CPVIDJRN.cpy'. *> RECOVERY JOURNAL RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPDW.cpy'. *> ORDERS DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
      *
       77  FS-RELATO-ENV             PIC X(02).
       77  WRK-TODAY-NUM             PIC 9(08) VALUE ZERO.
      *
      *    AGES IN DAYS FROM THE RECEIVING DATE - A TITLE STAYS A
      *    NOVIDADE FOR THE FIRST, AND IS STANDARD UNTIL THE SECOND
      *    WHEN IT DROPS TO CATALOGUE. SHIPPED AS SIX MONTHS AND TWO
      *    YEARS, OVERRIDDEN FROM PARAMS.dat (CODES ENVNOVD AND
      *    ENVCATD) WHEN SET.
       77  WRK-DIAS-NOV              PIC 9(05) VALUE 180.
       77  WRK-DIAS-CAT              PIC 9(05) VALUE 730.
      *
       77  WRK-IDADE                 PIC S9(07) VALUE ZERO.
       77  WRK-IDADE-EDIT            PIC Z(04)9.
      *
      *    WHERE A CLASS LETTER SITS ON THE NOVIDADE (1) - STANDARD
      *    (2) - CATALOGUE (3) LADDER. ZERO IS A LETTER THE LADDER
      *    DOES NOT KNOW, WHICH THE RUN LEAVES ALONE. THE RUN ONLY
      *    EVER MOVES A TITLE DOWN THE LADDER, NEVER BACK UP.
       77  WRK-DEGRAU-ALVO           PIC 9(01) VALUE ZERO.
       77  WRK-DEGRAU-PRECO          PIC 9(01) VALUE ZERO.
       77  WRK-DEGRAU-EMP            PIC 9(01) VALUE ZERO.
       77  WRK-PRECO-ANT             PIC X(01) VALUE SPACE.
       77  WRK-EMP-ANT               PIC X(01) VALUE SPACE.
       77  WRK-MUDOU                 PIC X(01) VALUE 'N'.
      *
       77  WRK-READ-COUNT            PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-AGED-COUNT            PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-PRECO-COUNT           PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-EMP-COUNT             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-FIXA-COUNT            PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-COUNT-EDIT            PIC Z(04)9.
       77  WRK-DATA-EDIT             PIC 9999/99/99.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'EVVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0010-CHECK-BATCH-MODE.
           PERFORM 0110-DATE-TIME.
           PERFORM 0105-LOAD-POLICY.
           PERFORM 0210-CONFIRM-RUN.
      *
           IF WRK-AWAIT EQUAL 'Y' OR EQUAL 'y'
               PERFORM 0100-OPEN-DATA
               PERFORM 0300-PROCESS-DATA
               PERFORM 0400-PRINT-RESULTS
               PERFORM 0500-CLOSE-DATA
           END-IF.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0010-CHECK-BATCH-MODE.
           COPY 'CPVIDBOP.cpy'. *> DETECT HEADLESS/BATCH MODE
       0010-CHECK-BATCH-MODE-END. EXIT.

       0110-DATE-TIME.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
       0110-DATE-TIME-END. EXIT.

       0105-LOAD-POLICY.
           OPEN INPUT PARAMS.
           IF FS-PARAMS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'ENVNOVD ' TO COD-PAR.
           PERFORM 0108-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               MOVE WRK-PAR-NUM TO WRK-DIAS-NOV
           END-IF.
      *
           MOVE 'ENVCATD ' TO COD-PAR.
           PERFORM 0108-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               MOVE WRK-PAR-NUM TO WRK-DIAS-CAT
           END-IF.
      *
      *    A CATALOGUE AGE SHORTER THAN THE NOVIDADE AGE WOULD SKIP
      *    THE STANDARD STEP ALTOGETHER - HOLD IT TO THE NOVIDADE AGE.
           IF WRK-DIAS-CAT LESS WRK-DIAS-NOV
               MOVE WRK-DIAS-NOV TO WRK-DIAS-CAT
           END-IF.
      *
           CLOSE PARAMS.
       0105-LOAD-POLICY-END. EXIT.

       0108-FETCH-PARAM.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0108-FETCH-PARAM-END. EXIT.

      *    A HEADLESS RUN (VIDEOTECA-BATCH=Y, SET BY THE BDVIDPRG
      *    NIGHT CHAIN) SKIPS THE CONFIRMATION.
       0210-CONFIRM-RUN.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
      *
           IF BATCH-MODE
               MOVE 'Y' TO WRK-AWAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE " * * *  TITLE AGEING RUN  * * *" TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           DISPLAY SCREEN-MAIN.
      *
           DISPLAY 'DAYS AS NOVIDADE....: ' AT LINE 10 COLUMN 14.
           DISPLAY WRK-DIAS-NOV AT LINE 10 COLUMN 36
               COLOR 11 HIGHLIGHT.
           DISPLAY 'DAYS TO CATALOGUE...: ' AT LINE 11 COLUMN 14.
           DISPLAY WRK-DIAS-CAT AT LINE 11 COLUMN 36
               COLOR 11 HIGHLIGHT.
      *
           MOVE '41AGE PRICE AND LOAN CLASSES NOW (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
       0210-CONFIRM-RUN-END. EXIT.

       0100-OPEN-DATA.
           OPEN I-O MOVIES.
      *
           IF FS-MOVIES NOT EQUAL "00"
               MOVE '47ERROR OPENING MOVIES FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-MOVIES TO WS-ABEND-CODE
               MOVE 'ERROR OPENING MOVIES FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT PEDIDOS.
      *
           IF FS-PEDIDOS EQUAL "35"
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN INPUT PEDIDOS
           END-IF.
      *
           IF FS-PEDIDOS NOT EQUAL "00"
               MOVE '47ERROR OPENING ORDERS FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-PEDIDOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING ORDERS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN OUTPUT RELATO-ENV.
      *
           IF FS-RELATO-ENV NOT EQUAL "00"
               MOVE '53ERROR OPENING RELATO-ENV FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-RELATO-ENV TO WS-ABEND-CODE
               MOVE 'ERROR OPENING RELATO-ENV FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
      *
           OPEN EXTEND JOURNAL.
           IF FS-JOURNAL EQUAL "35"
               OPEN OUTPUT JOURNAL
           END-IF.
      *
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
      *
           MOVE SPACES TO REG-ENV.
           STRING 'VIDEOTECA - TITLE AGEING RUN OF ' WRK-DATE
                  ' ' WRK-TIME
               DELIMITED BY SIZE INTO REG-ENV.
           WRITE REG-ENV.
           MOVE ALL '-' TO REG-ENV.
           WRITE REG-ENV.
           MOVE 'CODE  TITLE                          RECEIVED     AGE'
               TO REG-ENV.
           MOVE '  PRICE  LOAN' TO REG-ENV(54:).
           WRITE REG-ENV.
       0100-OPEN-DATA-END. EXIT.

      *    THE AGE OF A TITLE COUNTS FROM WHEN ITS STOCK CAME IN, SO
      *    THE RUN WALKS THE RECEIVED ORDERS RATHER THAN THE MOVIES.
      *    A TITLE RE-ORDERED LATER SHOWS UP ONCE PER ORDER, BUT SINCE
      *    A TITLE ONLY EVER MOVES DOWN THE LADDER THE OLDEST ORDER
      *    ALWAYS WINS AND A YOUNGER ONE NEVER UNDOES ITS STEP. TITLES
      *    NEVER BOUGHT THROUGH AN ORDER HAVE NO RECEIVING DATE AND
      *    ARE NOT TOUCHED.
       0300-PROCESS-DATA.
           MOVE 'R' TO PED-STATUS.
           START PEDIDOS KEY IS EQUAL PED-STATUS
               INVALID KEY MOVE 10 TO FS-PEDIDOS
           END-START.
           IF FS-PEDIDOS NOT EQUAL 10
               READ PEDIDOS NEXT AT END MOVE 10 TO FS-PEDIDOS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PEDIDOS EQUAL 10
                      OR NOT PED-RECEBIDO
               ADD 1 TO WRK-READ-COUNT
               IF DATA-RECEB-PED GREATER ZEROES
                  AND CODIGO-PED GREATER ZEROES
                   PERFORM 0310-AGE-TITLE
               END-IF
               READ PEDIDOS NEXT AT END MOVE 10 TO FS-PEDIDOS END-READ
           END-PERFORM.
       0300-PROCESS-DATA-END. EXIT.

       0310-AGE-TITLE.
           MOVE CODIGO-PED TO CODIGO.
           READ MOVIES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
      *
           IF NOT REG-ATIVO OR NOT ACERVO-POSSUIDO
               EXIT PARAGRAPH
           END-IF.
      *
           IF CLASSE-FIXA
               ADD 1 TO WRK-FIXA-COUNT
               EXIT PARAGRAPH
           END-IF.
      *
           COMPUTE WRK-IDADE =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY-NUM)
             - FUNCTION INTEGER-OF-DATE(DATA-RECEB-PED).
      *
           EVALUATE TRUE
               WHEN WRK-IDADE NOT LESS WRK-DIAS-CAT
                   MOVE 3 TO WRK-DEGRAU-ALVO
               WHEN WRK-IDADE NOT LESS WRK-DIAS-NOV
                   MOVE 2 TO WRK-DEGRAU-ALVO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
      *
           EVALUATE TRUE
               WHEN PRECO-NOVIDADE  MOVE 1 TO WRK-DEGRAU-PRECO
               WHEN PRECO-STANDARD  MOVE 2 TO WRK-DEGRAU-PRECO
               WHEN PRECO-CATALOGO  MOVE 3 TO WRK-DEGRAU-PRECO
               WHEN OTHER           MOVE 0 TO WRK-DEGRAU-PRECO
           END-EVALUATE.
      *
      *    AN OVERNIGHT LOAN IS A HOT NEW RELEASE TOO - IT STEPS DOWN
      *    WITH THE NOVIDADES. LONG LOAN IS THE CATALOGUE STEP.
           EVALUATE TRUE
               WHEN CLEMP-OVERNIGHT MOVE 1 TO WRK-DEGRAU-EMP
               WHEN CLEMP-NOVIDADE  MOVE 1 TO WRK-DEGRAU-EMP
               WHEN CLEMP-STANDARD  MOVE 2 TO WRK-DEGRAU-EMP
               WHEN CLEMP-LONGO     MOVE 3 TO WRK-DEGRAU-EMP
               WHEN OTHER           MOVE 0 TO WRK-DEGRAU-EMP
           END-EVALUATE.
      *
           MOVE REG-FIL        TO WRK-JRN-ANTES.
           MOVE CLASSE-PRECO   TO WRK-PRECO-ANT.
           MOVE CLASSE-EMP-FIL TO WRK-EMP-ANT.
           MOVE 'N'            TO WRK-MUDOU.
      *
           IF WRK-DEGRAU-PRECO GREATER ZERO
              AND WRK-DEGRAU-PRECO LESS WRK-DEGRAU-ALVO
               IF WRK-DEGRAU-ALVO EQUAL 3
                   MOVE 'C' TO CLASSE-PRECO
               ELSE
                   MOVE 'S' TO CLASSE-PRECO
               END-IF
               MOVE 'S' TO WRK-MUDOU
           END-IF.
      *
           IF WRK-DEGRAU-EMP GREATER ZERO
              AND WRK-DEGRAU-EMP LESS WRK-DEGRAU-ALVO
               IF WRK-DEGRAU-ALVO EQUAL 3
                   MOVE 'L' TO CLASSE-EMP-FIL
               ELSE
                   MOVE 'S' TO CLASSE-EMP-FIL
               END-IF
               MOVE 'S' TO WRK-MUDOU
           END-IF.
      *
           IF WRK-MUDOU NOT EQUAL 'S'
               EXIT PARAGRAPH
           END-IF.
      *
           REWRITE REG-FIL
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE.
      *
           ADD 1 TO WRK-AGED-COUNT.
           PERFORM 0315-JOURNAL-AGEING.
      *
           IF CLASSE-PRECO NOT EQUAL WRK-PRECO-ANT
               ADD 1 TO WRK-PRECO-COUNT
               MOVE 'CLS-PRECO'    TO LOG-CAMPO
               MOVE WRK-PRECO-ANT  TO LOG-VALOR-ANTIGO
               MOVE CLASSE-PRECO   TO LOG-VALOR-NOVO
               PERFORM 0320-LOG-AGEING
           END-IF.
      *
           IF CLASSE-EMP-FIL NOT EQUAL WRK-EMP-ANT
               ADD 1 TO WRK-EMP-COUNT
               MOVE 'CLS-EMP'      TO LOG-CAMPO
               MOVE WRK-EMP-ANT    TO LOG-VALOR-ANTIGO
               MOVE CLASSE-EMP-FIL TO LOG-VALOR-NOVO
               PERFORM 0320-LOG-AGEING
           END-IF.
      *
           PERFORM 0330-WRITE-AGEING-LINE.
       0310-AGE-TITLE-END. EXIT.

       0315-JOURNAL-AGEING.
           MOVE 'MOV'   TO JRN-ARQUIVO.
           SET JRN-REGRAVACAO TO TRUE.
           MOVE WRK-JRN-ANTES TO JRN-ANTES.
           MOVE REG-FIL TO JRN-DEPOIS.
           COPY 'CPVIDJWR.cpy'. *> APPEND JOURNAL IMAGE
       0315-JOURNAL-AGEING-END. EXIT.

       0320-LOG-AGEING.
           MOVE 'ENVELHEC' TO LOG-OPERACAO.
           MOVE CODIGO     TO LOG-CODIGO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0320-LOG-AGEING-END. EXIT.

       0330-WRITE-AGEING-LINE.
           MOVE SPACES TO REG-ENV.
           MOVE CODIGO TO REG-ENV(1:5).
           MOVE TITULO(1:30) TO REG-ENV(7:30).
           MOVE DATA-RECEB-PED TO WRK-DATA-EDIT.
           MOVE WRK-DATA-EDIT TO REG-ENV(38:10).
           MOVE WRK-IDADE TO WRK-IDADE-EDIT.
           MOVE WRK-IDADE-EDIT TO REG-ENV(49:5).
      *
           IF CLASSE-PRECO NOT EQUAL WRK-PRECO-ANT
               MOVE WRK-PRECO-ANT TO REG-ENV(56:1)
               MOVE '>'           TO REG-ENV(57:1)
               MOVE CLASSE-PRECO  TO REG-ENV(58:1)
           ELSE
               MOVE CLASSE-PRECO  TO REG-ENV(58:1)
           END-IF.
           IF CLASSE-EMP-FIL NOT EQUAL WRK-EMP-ANT
               MOVE WRK-EMP-ANT    TO REG-ENV(63:1)
               MOVE '>'            TO REG-ENV(64:1)
               MOVE CLASSE-EMP-FIL TO REG-ENV(65:1)
           ELSE
               MOVE CLASSE-EMP-FIL TO REG-ENV(65:1)
           END-IF.
           WRITE REG-ENV.
       0330-WRITE-AGEING-LINE-END. EXIT.

       0400-PRINT-RESULTS.
           MOVE ALL '-' TO REG-ENV.
           WRITE REG-ENV.
           MOVE SPACES TO REG-ENV.
           STRING 'DAYS AS NOVIDADE / TO CATALOGUE: ' WRK-DIAS-NOV
                  ' / ' WRK-DIAS-CAT
               DELIMITED BY SIZE INTO REG-ENV.
           WRITE REG-ENV.
           MOVE WRK-READ-COUNT TO WRK-COUNT-EDIT.
           MOVE SPACES TO REG-ENV.
           STRING 'RECEIVED ORDERS READ.....: ' WRK-COUNT-EDIT
               DELIMITED BY SIZE INTO REG-ENV.
           WRITE REG-ENV.
           MOVE WRK-AGED-COUNT TO WRK-COUNT-EDIT.
           MOVE SPACES TO REG-ENV.
           STRING 'TITLES AGED..............: ' WRK-COUNT-EDIT
               DELIMITED BY SIZE INTO REG-ENV.
           WRITE REG-ENV.
           MOVE WRK-PRECO-COUNT TO WRK-COUNT-EDIT.
           MOVE SPACES TO REG-ENV.
           STRING 'PRICE CLASS STEPS........: ' WRK-COUNT-EDIT
               DELIMITED BY SIZE INTO REG-ENV.
           WRITE REG-ENV.
           MOVE WRK-EMP-COUNT TO WRK-COUNT-EDIT.
           MOVE SPACES TO REG-ENV.
           STRING 'LOAN CLASS STEPS.........: ' WRK-COUNT-EDIT
               DELIMITED BY SIZE INTO REG-ENV.
           WRITE REG-ENV.
           MOVE WRK-FIXA-COUNT TO WRK-COUNT-EDIT.
           MOVE SPACES TO REG-ENV.
           STRING 'ORDERS ON FIXED-CLASS TITLES: ' WRK-COUNT-EDIT
               DELIMITED BY SIZE INTO REG-ENV.
           WRITE REG-ENV.
      *
           MOVE WRK-AGED-COUNT TO WRK-COUNT-EDIT.
           INITIALIZE WRK-MSG.
           STRING '57AGEING RUN DONE - ' DELIMITED BY SIZE
                  WRK-COUNT-EDIT DELIMITED BY SIZE
                  ' TITLE(S) AGED.' DELIMITED BY SIZE
                  INTO WRK-MSG.
           PERFORM 0900-SHOW-MSG.
       0400-PRINT-RESULTS-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE MOVIES PEDIDOS RELATO-ENV LOG-AUDITORIA JOURNAL.
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

       END PROGRAM EVVIDPRG.
