       77  IDX                       PIC S9(04) COMP VALUE ZERO.
       77  IDY                       PIC S9(04) COMP VALUE ZERO.
      *
      *    MEDIA TYPE THE OPERATOR ASKED FOR (BLANK = WHOLE STOCK) AND
      *    THE FILM/GAME SPLIT OF THE REPLACEMENT VALUE.
       77  WRK-MIDIA-FILTRO          PIC X(01) VALUE SPACE.
           88 FILTRO-TODOS               VALUE ' '.
           88 FILTRO-FILMES              VALUE 'F'.
           88 FILTRO-JOGOS               VALUE 'G'.
       77  WRK-MIDIA-DESC            PIC X(05) VALUE 'ALL'.
       77  WRK-REPOS-FILMES          PIC 9(09)V9(02) USAGE COMP-3
                                                     VALUE ZERO.
       77  WRK-REPOS-JOGOS           PIC 9(09)V9(02) USAGE COMP-3
                                                     VALUE ZERO.
      *
      *    VALUE ROLLED UP PER GENRE AND PER DISTRIBUTOR, BUILT ON
      *    THE FLY THE SAME WAY RLVIDPRG BUILDS ITS TABLES.
       01  TAB-GEN-VAL.
       0000-MAIN.
           MOVE 'VLVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0110-DATE-TIME.
           PERFORM 0150-ASK-MEDIA.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA.
           PERFORM 0400-PRINT-RESULTS.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
       0110-DATE-TIME-END. EXIT.

       0150-ASK-MEDIA.
           MOVE "  * * *  COLLECTION VALUATION  * * *"
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
           OPEN INPUT MOVIES.
      *

      *    EACH ACTIVE OWNED TITLE IS WORTH ITS REPLACEMENT VALUE
      *    TIMES THE COPIES ON HAND; ACQUISITION COST IS TOTALLED
      *    ALONGSIDE FOR THE BOOKS. TITLES OF THE OTHER MEDIA TYPE
      *    ARE PASSED OVER WHEN A FILTER WAS GIVEN.
       0300-PROCESS-DATA.
           PERFORM UNTIL FS-MOVIES EQUAL 10
               IF REG-ATIVO AND ACERVO-POSSUIDO
                  AND (FILTRO-TODOS
                       OR (FILTRO-FILMES AND MIDIA-FILME)
                       OR (FILTRO-JOGOS AND MIDIA-JOGO))
                   COMPUTE WRK-VALOR-TITULO =
                       VALOR-REPOSICAO * QTDE-COPIAS
                   COMPUTE WRK-CUSTO-TOTAL = WRK-CUSTO-TOTAL
                     + (CUSTO-AQUISICAO * QTDE-COPIAS)
                   ADD WRK-VALOR-TITULO TO WRK-REPOS-TOTAL
                   IF MIDIA-JOGO
                       ADD WRK-VALOR-TITULO TO WRK-REPOS-JOGOS
                   ELSE
                       ADD WRK-VALOR-TITULO TO WRK-REPOS-FILMES
                   END-IF
      *
                   PERFORM 0310-ACCUM-GENRE-VALUE
                   PERFORM 0320-ACCUM-DISTRIB-VALUE
           STRING 'SUMMARY;ACQUISITION COST;' WRK-VALOR-EDIT ';'
               DELIMITED BY SIZE INTO REG-VLC.
           WRITE REG-VLC.
      *
           MOVE SPACES TO REG-VAL.
           WRITE REG-VAL.
           MOVE SPACES TO REG-VAL.
           STRING 'VALUE BY MEDIA TYPE (SELECTED: ' WRK-MIDIA-DESC ')'
               DELIMITED BY SIZE INTO REG-VAL.
           WRITE REG-VAL.
           MOVE WRK-REPOS-FILMES TO WRK-VALOR-EDIT.
           MOVE SPACES TO REG-VAL.
           STRING '  FILMS  ' WRK-VALOR-EDIT
               DELIMITED BY SIZE INTO REG-VAL.
           WRITE REG-VAL.
           MOVE SPACES TO REG-VLC.
           STRING 'MEDIA;FILMS;' WRK-VALOR-EDIT ';' WRK-MIDIA-DESC
               DELIMITED BY SIZE INTO REG-VLC.
           WRITE REG-VLC.
           MOVE WRK-REPOS-JOGOS TO WRK-VALOR-EDIT.
           MOVE SPACES TO REG-VAL.
           STRING '  GAMES  ' WRK-VALOR-EDIT
               DELIMITED BY SIZE INTO REG-VAL.
           WRITE REG-VAL.
           MOVE SPACES TO REG-VLC.
           STRING 'MEDIA;GAMES;' WRK-VALOR-EDIT ';' WRK-MIDIA-DESC
               DELIMITED BY SIZE INTO REG-VLC.
           WRITE REG-VLC.
      *
           MOVE SPACES TO REG-VAL.
           WRITE REG-VAL.
