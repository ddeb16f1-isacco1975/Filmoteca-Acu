      ******************************************************************
      * FILE NAME   : ETVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : STREET-DATE HOLD RELEASE OF VIDEOTECA PROGRAM -  *
      *               ON THE MORNING A TITLE HITS ITS STREET DATE, THE *
      *               HOLDS TAKEN DURING THE EMBARGO ARE RELEASED IN   *
      *               QUEUE ORDER, ONE PER COPY ON THE SHELF, AND ARE  *
      *               LISTED ON RELATO-EST. THE PULL LIST (PUVIDPRG)   *
      *               SETS THE COPIES ASIDE AND SENDS THE NOTICES      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETVIDPRG.
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
           COPY 'CPVIDRSS.cpy'. *> RESERVATIONS DAT WORKBOOK
      *
           SELECT RELATO-EST
              ASSIGN       TO 'RELATO-EST.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-RELATO-EST.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  RESERVAS.
           COPY 'CPVIDRES.cpy'. *> RESERVATIONS DATA FILE
      *
       FD  RELATO-EST.
       01 REG-EST                PIC X(80).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDRSW.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
      *
       77  FS-RELATO-EST             PIC X(02).
       77  WRK-TODAY-NUM             PIC 9(08) VALUE ZERO.
      *
      *    QUEUE WALK - THE LAST HOLD NUMBER HANDLED FOR THE CURRENT
      *    TITLE, THE NEXT ONE IN LINE AFTER IT, AND WHERE IN THE
      *    QUEUE THAT HOLD STANDS.
       77  WRK-ULTIMA-RES            PIC 9(05) VALUE ZERO.
       77  WRK-PROX-RES              PIC 9(05) VALUE ZERO.
       77  WRK-POSICAO               PIC 9(03) VALUE ZERO.
       77  WRK-POSICAO-EDIT          PIC ZZ9.
      *
       77  WRK-TITLE-COUNT           PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-LIBER-COUNT           PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-ESPERA-COUNT          PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-COUNT-EDIT            PIC Z(04)9.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'ETVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0010-CHECK-BATCH-MODE.
           PERFORM 0110-DATE-TIME.
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

      *    A HEADLESS RUN (VIDEOTECA-BATCH=Y, SET BY THE BDVIDPRG
      *    NIGHT CHAIN) SKIPS THE CONFIRMATION. THE RUN BELONGS AT
      *    THE END OF THE NIGHT CHAIN, SO IT IS DONE BY OPENING TIME
      *    ON THE STREET DATE ITSELF.
       0210-CONFIRM-RUN.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
      *
           IF BATCH-MODE
               MOVE 'Y' TO WRK-AWAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE " * * *  STREET-DATE HOLD RELEASE  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           DISPLAY SCREEN-MAIN.
      *
           MOVE '41RELEASE HOLDS ON TITLES STREETING TODAY (Y/N)?'
               TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
       0210-CONFIRM-RUN-END. EXIT.

       0100-OPEN-DATA.
           OPEN INPUT MOVIES.
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
           OPEN INPUT RESERVAS.
           IF FS-RESERVAS EQUAL "35"
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN INPUT RESERVAS
           END-IF.
      *
           OPEN OUTPUT RELATO-EST.
      *
           IF FS-RELATO-EST NOT EQUAL "00"
               MOVE '53ERROR OPENING RELATO-EST FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-RELATO-EST TO WS-ABEND-CODE
               MOVE 'ERROR OPENING RELATO-EST FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           MOVE SPACES TO REG-EST.
           STRING 'VIDEOTECA - STREET-DATE HOLD RELEASE OF ' WRK-DATE
                  ' ' WRK-TIME
               DELIMITED BY SIZE INTO REG-EST.
           WRITE REG-EST.
           MOVE ALL '-' TO REG-EST.
           WRITE REG-EST.
       0100-OPEN-DATA-END. EXIT.

      *    EVERY TITLE WHOSE STREET DATE IS TODAY, WHETHER OR NOT IT
      *    HAS HOLDS - A TITLE STREETING WITH AN EMPTY QUEUE IS STILL
      *    WORTH A LINE SO THE SHELF STAFF KNOW TO PUT IT OUT.
       0300-PROCESS-DATA.
           MOVE LOW-VALUES TO CODIGO.
           START MOVIES KEY IS NOT LESS CODIGO
               INVALID KEY MOVE 10 TO FS-MOVIES
           END-START.
           IF FS-MOVIES NOT EQUAL 10
               READ MOVIES NEXT AT END MOVE 10 TO FS-MOVIES END-READ
           END-IF.
      *
           PERFORM UNTIL FS-MOVIES EQUAL 10
               IF REG-ATIVO
                  AND DATA-ESTREIA-FIL IS NUMERIC
                  AND DATA-ESTREIA-FIL EQUAL WRK-TODAY-NUM
                   PERFORM 0310-RELEASE-TITLE
               END-IF
               READ MOVIES NEXT AT END MOVE 10 TO FS-MOVIES END-READ
           END-PERFORM.
       0300-PROCESS-DATA-END. EXIT.

      *    THE HOLDS ARE TAKEN IN HOLD-NUMBER ORDER, WHICH IS THE
      *    ORDER THEY WERE QUEUED. THE FIRST ONES, AS MANY AS THERE
      *    ARE COPIES ON THE SHELF, ARE RELEASED TO TODAY'S PULL LIST,
      *    WHICH SETS THE COPY ASIDE AND CALLS THE HOLDER - NO NOTICE
      *    GOES OUT FROM HERE, SO NOBODY IS CALLED TWICE. THE REST STAY
      *    QUEUED AND ARE FILLED AS COPIES COME BACK, AS ANY OTHER HOLD.
       0310-RELEASE-TITLE.
           ADD 1 TO WRK-TITLE-COUNT.
           MOVE SPACES TO REG-EST.
           STRING CODIGO ' ' TITULO
               DELIMITED BY SIZE INTO REG-EST.
           WRITE REG-EST.
      *
           MOVE ZEROES TO WRK-ULTIMA-RES WRK-POSICAO.
           PERFORM 0320-NEXT-IN-QUEUE.
           IF WRK-PROX-RES EQUAL ZEROES
               MOVE '      NO HOLDS QUEUED' TO REG-EST
               WRITE REG-EST
           END-IF.
      *
           PERFORM UNTIL WRK-PROX-RES EQUAL ZEROES
               ADD 1 TO WRK-POSICAO
               MOVE WRK-PROX-RES TO WRK-ULTIMA-RES NUM-RES
               READ RESERVAS
                   INVALID KEY CONTINUE
               END-READ
               PERFORM 0330-RELEASE-ONE-HOLD
               PERFORM 0320-NEXT-IN-QUEUE
           END-PERFORM.
       0310-RELEASE-TITLE-END. EXIT.

      *    LOWEST ACTIVE HOLD NUMBER ON THE TITLE ABOVE THE LAST ONE
      *    HANDLED - ZERO WHEN THE QUEUE IS EXHAUSTED.
       0320-NEXT-IN-QUEUE.
           MOVE ZEROES TO WRK-PROX-RES.
           MOVE CODIGO TO CODIGO-RES.
           START RESERVAS KEY IS EQUAL CODIGO-RES
               INVALID KEY MOVE 10 TO FS-RESERVAS
           END-START.
           IF FS-RESERVAS NOT EQUAL 10
               READ RESERVAS NEXT AT END MOVE 10 TO FS-RESERVAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-RESERVAS EQUAL 10
                      OR CODIGO-RES NOT EQUAL CODIGO
               IF RES-ATIVA
                  AND NUM-RES GREATER WRK-ULTIMA-RES
                  AND (WRK-PROX-RES EQUAL ZEROES
                       OR NUM-RES LESS WRK-PROX-RES)
                   MOVE NUM-RES TO WRK-PROX-RES
               END-IF
               READ RESERVAS NEXT AT END MOVE 10 TO FS-RESERVAS
               END-READ
           END-PERFORM.
       0320-NEXT-IN-QUEUE-END. EXIT.

       0330-RELEASE-ONE-HOLD.
           MOVE WRK-POSICAO TO WRK-POSICAO-EDIT.
           MOVE SPACES TO REG-EST.
      *
           IF WRK-POSICAO GREATER QTDE-DISPONIVEL
               ADD 1 TO WRK-ESPERA-COUNT
               STRING '  ' WRK-POSICAO-EDIT '. HOLD #' NUM-RES ' '
                      NUM-LOC-RES ' ' NOME-LOC-RES '  WAITING'
                   DELIMITED BY SIZE INTO REG-EST
               WRITE REG-EST
               EXIT PARAGRAPH
           END-IF.
      *
           ADD 1 TO WRK-LIBER-COUNT.
           STRING '  ' WRK-POSICAO-EDIT '. HOLD #' NUM-RES ' '
                  NUM-LOC-RES ' ' NOME-LOC-RES '  TO PULL LIST'
               DELIMITED BY SIZE INTO REG-EST.
           WRITE REG-EST.
       0330-RELEASE-ONE-HOLD-END. EXIT.

       0400-PRINT-RESULTS.
           MOVE ALL '-' TO REG-EST.
           WRITE REG-EST.
           MOVE WRK-TITLE-COUNT TO WRK-COUNT-EDIT.
           MOVE SPACES TO REG-EST.
           STRING 'TITLES STREETING TODAY...: ' WRK-COUNT-EDIT
               DELIMITED BY SIZE INTO REG-EST.
           WRITE REG-EST.
           MOVE WRK-LIBER-COUNT TO WRK-COUNT-EDIT.
           MOVE SPACES TO REG-EST.
           STRING 'HOLDS RELEASED...........: ' WRK-COUNT-EDIT
               DELIMITED BY SIZE INTO REG-EST.
           WRITE REG-EST.
           MOVE WRK-ESPERA-COUNT TO WRK-COUNT-EDIT.
           MOVE SPACES TO REG-EST.
           STRING 'HOLDS STILL WAITING......: ' WRK-COUNT-EDIT
               DELIMITED BY SIZE INTO REG-EST.
           WRITE REG-EST.
      *
           MOVE WRK-LIBER-COUNT TO WRK-COUNT-EDIT.
           INITIALIZE WRK-MSG.
           STRING '57HOLD RELEASE DONE - ' DELIMITED BY SIZE
                  WRK-COUNT-EDIT DELIMITED BY SIZE
                  ' HOLD(S) RELEASED.' DELIMITED BY SIZE
                  INTO WRK-MSG.
           PERFORM 0900-SHOW-MSG.
       0400-PRINT-RESULTS-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE MOVIES RESERVAS RELATO-EST.
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

       END PROGRAM ETVIDPRG.
