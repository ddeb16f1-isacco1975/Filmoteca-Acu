       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDHES.cpy'. *> LOAN HISTORY WORKBOOK
           COPY 'CPVIDHXS.cpy'. *> HISTORY YEAR INDEX WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
      *
           SELECT CIRCULA-REL
       FILE SECTION.
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  HIST-EMP.
           COPY 'CPVIDHER.cpy'. *> LOAN HISTORY RECORD
      *
       FD  HIST-IDX.
           COPY 'CPVIDHXR.cpy'. *> HISTORY YEAR INDEX RECORD
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
           COPY 'CPVIDMNU.cpy'. *> MAIN MENU
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDHEW.cpy'. *> LOAN HISTORY WORKBOOK
           COPY 'CPVIDHXW.cpy'. *> HISTORY YEAR INDEX WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE (SPVIDPRG)
       77  WRK-PCT-EDIT              PIC ZZ9,9.
       77  WRK-AVG-EDIT              PIC ZZ9,9.
      *
      *    MEDIA TYPE THE OPERATOR ASKED FOR (BLANK = ALL LOANS) AND
      *    THE FILM/GAME SPLIT OF THE CHECKOUTS COUNTED.
       77  WRK-MIDIA-FILTRO          PIC X(01) VALUE SPACE.
           88 FILTRO-TODOS               VALUE ' '.
           88 FILTRO-FILMES              VALUE 'F'.
           88 FILTRO-JOGOS               VALUE 'G'.
       77  WRK-MIDIA-DESC            PIC X(05) VALUE 'ALL'.
       77  WRK-LOANS-FILMES          PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-LOANS-JOGOS           PIC 9(05) USAGE COMP-3 VALUE ZERO.
      *
      *    CHECKOUTS PER CALENDAR MONTH (YYYYMM), BUILT ON THE FLY IN
      *    FIRST-ENCOUNTERED ORDER THE SAME WAY RLVIDPRG BUILDS ITS
      *    DECADE TABLE.
       0000-MAIN.
           MOVE 'CIVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0110-DATE-TIME.
           PERFORM 0150-ASK-MEDIA.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA.
           PERFORM 0400-PRINT-RESULTS.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
       0110-DATE-TIME-END. EXIT.

       0150-ASK-MEDIA.
           MOVE "  * * * *  CIRCULATION STATISTICS  * * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           DISPLAY SCREEN-MAIN.
           DISPLAY 'MEDIA TYPE (F=FILMS G=GAMES BLANK=ALL): [ ]'
               AT LINE 08 COLUMN 14.
           ACCEPT WRK-MIDIA-FILTRO AT LINE 08 COLUMN 55.
           INSPECT WRK-MIDIA-FILTRO CONVERTING 'fg' TO 'FG'.
           EVALUATE TRUE
               WHEN FILTRO-FILMES MOVE 'FILMS' TO WRK-MIDIA-DESC
               WHEN FILTRO-JOGOS  MOVE 'GAMES' TO WRK-MIDIA-DESC
               WHEN OTHER
                   MOVE SPACE TO WRK-MIDIA-FILTRO
                   MOVE 'ALL'  TO WRK-MIDIA-DESC
           END-EVALUATE.
       0150-ASK-MEDIA-END. EXIT.

       0100-OPEN-DATA.
           OPEN INPUT EMPRESTIMOS.
      *
      *    ONE PASS OVER EVERY LOAN EVER RECORDED: CHECKOUT MONTH AND
      *    TITLE COUNTS FOR EVERY LOAN, DURATION AND ON-TIME FIGURES
      *    FOR THE RETURNED ONES (AN OPEN LOAN HAS NO DURATION YET).
      *    THE TITLE IS LOOKED UP FOR ITS MEDIA TYPE; A LOAN OF THE
      *    OTHER TYPE IS PASSED OVER WHEN A FILTER WAS GIVEN.
      *    LOANS ALREADY MOVED TO THE YEARLY HISTORY FILES (HIVIDPRG)
      *    ARE COUNTED FIRST, SO NO FIGURE CHANGES AFTER A PARTITION
      *    RUN.
       0300-PROCESS-DATA.
           PERFORM 0290-LOAD-HISTORY-YEARS.
           PERFORM VARYING WRK-HIX-IDX FROM 1 BY 1
                   UNTIL WRK-HIX-IDX GREATER WRK-HIX-QTDE
               PERFORM 0295-WALK-HISTORY-YEAR
           END-PERFORM.
      *
           MOVE LOW-VALUES TO NUM-EMP.
           START EMPRESTIMOS KEY IS NOT LESS NUM-EMP
               INVALID KEY MOVE 10 TO FS-EMPRESTIMOS
           END-IF.
      *
           PERFORM UNTIL FS-EMPRESTIMOS EQUAL 10
               PERFORM 0302-SELECT-LOAN
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-PERFORM.
           END-IF.
       0300-PROCESS-DATA-END. EXIT.

       0290-LOAD-HISTORY-YEARS.
           COPY 'CPVIDHXL.cpy'. *> LOAD HISTORY YEAR INDEX
       0290-LOAD-HISTORY-YEARS-END. EXIT.

      *    ONE YEAR'S LOAN HISTORY FILE, READ THROUGH THE LIVE FIELD
      *    NAMES - A YEAR WHOSE FILE WILL NOT OPEN IS PASSED OVER.
       0295-WALK-HISTORY-YEAR.
           MOVE SPACES TO WRK-HEM-FILE.
           STRING 'EMPRESTIMOS-' EL-HIX-ANO(WRK-HIX-IDX) '.dat'
               DELIMITED BY SIZE INTO WRK-HEM-FILE.
           OPEN INPUT HIST-EMP.
           IF FS-HIST-EMP NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM UNTIL FS-HIST-EMP NOT EQUAL "00"
               READ HIST-EMP NEXT AT END MOVE "10" TO FS-HIST-EMP
                   NOT AT END
                       MOVE REG-HEM TO REG-EMP
                       PERFORM 0302-SELECT-LOAN
               END-READ
           END-PERFORM.
           CLOSE HIST-EMP.
       0295-WALK-HISTORY-YEAR-END. EXIT.

       0302-SELECT-LOAN.
           MOVE CODIGO-EMP TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE SPACE TO TIPO-MIDIA-FIL
           END-READ.
           IF FILTRO-TODOS
              OR (FILTRO-FILMES AND MIDIA-FILME)
              OR (FILTRO-JOGOS AND MIDIA-JOGO)
               PERFORM 0305-ACCUM-LOAN
           END-IF.
       0302-SELECT-LOAN-END. EXIT.

       0305-ACCUM-LOAN.
           ADD 1 TO WRK-TOTAL-LOANS.
           IF MIDIA-JOGO
               ADD 1 TO WRK-LOANS-JOGOS
           ELSE
               ADD 1 TO WRK-LOANS-FILMES
           END-IF.
           PERFORM 0310-ACCUM-MES.
           PERFORM 0320-ACCUM-CODIGO.
      *
           IF EMP-DEVOLVIDO
               ADD 1 TO WRK-RETURNED-COUNT
               COMPUTE WRK-DURACAO-SUM = WRK-DURACAO-SUM
                 + FUNCTION INTEGER-OF-DATE(DATA-DEVOLUCAO)
                 - FUNCTION INTEGER-OF-DATE(DATA-EMPRESTIMO)
               IF DATA-DEVOLUCAO NOT GREATER DATA-PREVISTA
                   ADD 1 TO WRK-ONTIME-COUNT
               END-IF
           END-IF.
       0305-ACCUM-LOAN-END. EXIT.

       0310-ACCUM-MES.
           MOVE DATA-EMPRESTIMO(1:6) TO WRK-MES.
      *
           STRING 'RETURNED ON TIME.............: ' WRK-PCT-EDIT '%'
               DELIMITED BY SIZE INTO REG-CIR.
           WRITE REG-CIR.
      *
           MOVE SPACES TO REG-CIR.
           STRING 'MEDIA TYPE SELECTED..........: ' WRK-MIDIA-DESC
               DELIMITED BY SIZE INTO REG-CIR.
           WRITE REG-CIR.
           MOVE SPACES TO REG-CIR.
           MOVE WRK-LOANS-FILMES TO WRK-QTD-EDIT.
           STRING '  FILM CHECKOUTS.............: ' WRK-QTD-EDIT
               DELIMITED BY SIZE INTO REG-CIR.
           WRITE REG-CIR.
           MOVE SPACES TO REG-CIR.
           MOVE WRK-LOANS-JOGOS TO WRK-QTD-EDIT.
           STRING '  GAME CHECKOUTS.............: ' WRK-QTD-EDIT
               DELIMITED BY SIZE INTO REG-CIR.
           WRITE REG-CIR.
      *
           MOVE WRK-TOTAL-LOANS TO WRK-QTD-EDIT.
           MOVE SPACES TO REG-CIC.
           STRING 'SUMMARY;ONTIME PCT;' WRK-PCT-EDIT ';'
               DELIMITED BY SIZE INTO REG-CIC.
           WRITE REG-CIC.
           MOVE WRK-LOANS-FILMES TO WRK-QTD-EDIT.
           MOVE SPACES TO REG-CIC.
           STRING 'MEDIA;FILMS;' WRK-QTD-EDIT ';' WRK-MIDIA-DESC
               DELIMITED BY SIZE INTO REG-CIC.
           WRITE REG-CIC.
           MOVE WRK-LOANS-JOGOS TO WRK-QTD-EDIT.
           MOVE SPACES TO REG-CIC.
           STRING 'MEDIA;GAMES;' WRK-QTD-EDIT ';' WRK-MIDIA-DESC
               DELIMITED BY SIZE INTO REG-CIC.
           WRITE REG-CIC.
      *
           MOVE SPACES TO REG-CIR.
           WRITE REG-CIR.
