       77  W-DECADE-FOUND           PIC X(01) VALUE 'N'.
           88 DECADE-FOUND              VALUE 'Y'.
           88 DECADE-NOT-FOUND          VALUE 'N'.
      *
      *    MEDIA TYPE THE OPERATOR ASKED FOR (BLANK = WHOLE CATALOGUE)
      *    AND THE FILM/GAME SPLIT OF WHAT WAS COUNTED.
       77  WRK-MIDIA-FILTRO         PIC X(01) VALUE SPACE.
           88 FILTRO-TODOS              VALUE ' '.
           88 FILTRO-FILMES             VALUE 'F'.
           88 FILTRO-JOGOS              VALUE 'G'.
       77  WRK-TOTAL-FILMES         PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-TOTAL-JOGOS          PIC 9(05) USAGE COMP-3 VALUE ZERO.
      *
       01  TAB-GEN.
           05 OCC-GEN      OCCURS 50 TIMES INDEXED BY IDX-GEN.
       0000-MAIN.
           MOVE 'RLVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0150-ASK-MEDIA.
           PERFORM 0300-PROCESS-DATA.
           PERFORM 0400-PRINT-RESULTS.
           PERFORM 0500-CLOSE-DATA.
           END-PERFORM
           .

       0150-ASK-MEDIA.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE "    * * * *  C A T A L O G  S T A T S  * * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY 'MEDIA TYPE (F=FILMS G=GAMES BLANK=ALL): [ ]'
               AT LINE 08 COLUMN 14.
           ACCEPT WRK-MIDIA-FILTRO AT LINE 08 COLUMN 55.
           INSPECT WRK-MIDIA-FILTRO CONVERTING 'fg' TO 'FG'.
           IF NOT FILTRO-TODOS AND NOT FILTRO-FILMES
              AND NOT FILTRO-JOGOS
               MOVE SPACE TO WRK-MIDIA-FILTRO
           END-IF.
       0150-ASK-MEDIA-END. EXIT.

       0200-VALIDATE-DATA.
       0200-VALIDATE-DATA-END. EXIT.

      *    TAB-GEN TABLE ALREADY LOADED BY GENRE-TO-MEMORY), A RUNNING
      *    SUM OF NOTA FOR THE OVERALL AVERAGE, AND A COUNT PER
      *    DISTRIB (BUILT ON THE FLY IN TAB-DISTRIB SINCE THERE IS NO
      *    MASTER FILE OF DISTRIBUTORS TO PRE-LOAD). TITLES OF THE
      *    OTHER MEDIA TYPE ARE PASSED OVER WHEN A FILTER WAS GIVEN.
       0300-PROCESS-DATA.
           PERFORM UNTIL FS-MOVIES EQUAL 10
               IF FILTRO-TODOS
                  OR (FILTRO-FILMES AND MIDIA-FILME)
                  OR (FILTRO-JOGOS AND MIDIA-JOGO)
                   ADD 1    TO WRK-TOTAL-MOVIES
                   ADD NOTA TO WRK-NOTA-SUM
                   IF MIDIA-JOGO
                       ADD 1 TO WRK-TOTAL-JOGOS
                   ELSE
                       ADD 1 TO WRK-TOTAL-FILMES
                   END-IF
      *
                   PERFORM 0310-ACCUM-GENRE
                   PERFORM 0320-ACCUM-DISTRIB
                   PERFORM 0330-ACCUM-DECADE
               END-IF
      *
               READ MOVIES NEXT AT END MOVE 10 TO FS-MOVIES END-READ
           END-PERFORM.
