      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MULTI-CRITERIA CATALOGUE QUERY OF VIDEOTECA      *
      *               PROGRAM - GENRE (PRIMARY OR SECONDARY), YEAR     *
      *               RANGE, GRADE RANGE, DISTRIBUTOR, AVAILABILITY    *
      *               AND THEMED-COLLECTION TAG COMBINED, WITH PAGING  *
      *               AND AN OPTIONAL PRINT                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QEVIDPRG.
           COPY 'CPVIDSEQ.cpy'. *> MOVIES DAT WORKBOOK SEQUENTIAL
           COPY 'CPVIDPXS.cpy'. *> TITLE WORD INDEX DAT WORKBOOK
           COPY 'CPVIDNTS.cpy'. *> TITLE NOTES WORKBOOK
           COPY 'CPVIDEFS.cpy'. *> TAGS PER TITLE DAT WORKBOOK
           COPY 'CPVIDESS.cpy'. *> EDITION SPECS DAT WORKBOOK
      *
           SELECT CONSULTA-REL
              ASSIGN       TO 'CONSULTA-REL.txt'
      *
       FD  NOTASFILM.
           COPY 'CPVIDNOT.cpy'. *> TITLE NOTES DATA FILE
      *
       FD  ETQFILME.
           COPY 'CPVIDEFR.cpy'. *> TAGS PER TITLE DATA FILE
      *
       FD  EDICOES.
           COPY 'CPVIDESP.cpy'. *> EDITION SPECS DATA FILE
      *
       FD  CONSULTA-REL.
       01 REG-QRY                PIC X(100).
       77  WRK-QRY-DISTRIB           PIC X(15) VALUE SPACES.
       77  WRK-QRY-DISPON            PIC X(01) VALUE 'N'.
       77  WRK-QRY-PASSES            PIC X(01) VALUE 'N'.
      *
      *    THEMED-COLLECTION TAG (EQVIDPRG). GIVEN WITHOUT A TITLE
      *    WORD, THE TAG'S GROUP ON ETQFILME.dat DRIVES THE WALK THE
      *    SAME WAY THE WORD INDEX DOES; GIVEN WITH ONE, EACH WORD HIT
      *    IS CHECKED AGAINST THE TAG BY KEY.
       77  WRK-QRY-ETIQUETA          PIC X(10) VALUE SPACES.
           COPY 'CPVIDEFW.cpy'. *> TAGS PER TITLE DAT WORKBOOK
      *
      *    EDITION SPECS (ESVIDPRG): A TITLE PASSES WHEN ONE OF ITS
      *    EDITIONS - IN THE FORMAT ASKED, IF ONE IS - HAS THE AUDIO
      *    TRACK AND THE SUBTITLE ASKED. "DUBBED ON DVD" IS AUDIO PT
      *    AND FORMAT DVD.
       77  WRK-QRY-AUDIO             PIC X(02) VALUE SPACES.
       77  WRK-QRY-LEGENDA           PIC X(02) VALUE SPACES.
       77  WRK-QRY-FORMATO           PIC X(03) VALUE SPACES.
       77  WRK-EDI-HIT               PIC X(01) VALUE 'N'.
       77  WRK-EDI-OK                PIC X(01) VALUE 'N'.
           COPY 'CPVIDESW.cpy'. *> EDITION SPECS DAT WORKBOOK
      *
       77  WRK-LST-LINE              PIC 9(02) USAGE COMP-3 VALUE 09.
       77  WRK-PAGE-ROWS             PIC 9(02) USAGE COMP-3 VALUE ZERO.
               CLOSE NOTASFILM
               OPEN INPUT NOTASFILM
           END-IF.
      *
           OPEN INPUT ETQFILME.
           IF FS-ETQFILME EQUAL "35"
               OPEN OUTPUT ETQFILME
               CLOSE ETQFILME
               OPEN INPUT ETQFILME
           END-IF.
      *
           OPEN INPUT EDICOES.
           IF FS-EDICOES EQUAL "35"
               OPEN OUTPUT EDICOES
               CLOSE EDICOES
               OPEN INPUT EDICOES
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0210-ASK-CRITERIA.
           INSPECT WRK-QRY-PALAVRA CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY 'AUDIO/SUBTITLE/FORMAT...: [  ] [  ] [   ]'
               AT LINE 19 COLUMN 14.
           MOVE SPACES TO WRK-QRY-AUDIO WRK-QRY-LEGENDA
                          WRK-QRY-FORMATO.
           ACCEPT WRK-QRY-AUDIO   AT LINE 19 COLUMN 41.
           ACCEPT WRK-QRY-LEGENDA AT LINE 19 COLUMN 46.
           ACCEPT WRK-QRY-FORMATO AT LINE 19 COLUMN 51.
           INSPECT WRK-QRY-AUDIO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-QRY-LEGENDA CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-QRY-FORMATO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY 'NOTES CONTAIN...........: [                    ]'
               AT LINE 20 COLUMN 14.
           MOVE SPACES TO WRK-QRY-NOTAS.
           INSPECT WRK-QRY-NOTAS CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           DISPLAY 'TAG (THEMED COLLECTION).: [          ]'
               AT LINE 21 COLUMN 14.
           MOVE SPACES TO WRK-QRY-ETIQUETA.
           ACCEPT WRK-QRY-ETIQUETA AT LINE 21 COLUMN 41.
           INSPECT WRK-QRY-ETIQUETA CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
      *    TRIM THE PHRASE TO ITS REAL LENGTH ONCE, UP FRONT.
           MOVE ZERO TO WRK-NOT-LEN.
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *
      *    WHEN THE TAG DRIVES THE WALK EVERY CANDIDATE CARRIES IT
      *    ALREADY, AND A KEYED READ WOULD LOSE THE WALK'S PLACE.
           IF WRK-QRY-ETIQUETA NOT EQUAL SPACES
              AND WRK-QRY-PALAVRA NOT EQUAL SPACES
               MOVE WRK-QRY-ETIQUETA TO COD-ETQ-EFI
               MOVE CODIGO           TO FILME-EFI
               READ ETQFILME
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF.
      *
           IF WRK-QRY-AUDIO   NOT EQUAL SPACES
              OR WRK-QRY-LEGENDA NOT EQUAL SPACES
              OR WRK-QRY-FORMATO NOT EQUAL SPACES
               PERFORM 0227-CHECK-EDITIONS
               IF WRK-EDI-HIT EQUAL 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *
           MOVE 'S' TO WRK-QRY-PASSES.
       0220-PASSES-QUERY-END. EXIT.

      *    THE TITLE'S EDITIONS ON EDICOES.dat: BY KEY WHEN A FORMAT
      *    WAS ASKED, OTHERWISE EVERY FORMAT IN ITS GROUP. EDICOES IS
      *    ONLY EVER READ HERE, SO ITS POSITION IS ITS OWN. A TITLE
      *    WITH NO SPECS RECORDED NEVER HITS.
       0227-CHECK-EDITIONS.
           MOVE 'N' TO WRK-EDI-HIT.
           MOVE CODIGO TO CODIGO-EDI.
      *
           IF WRK-QRY-FORMATO NOT EQUAL SPACES
               MOVE WRK-QRY-FORMATO TO FORMATO-EDI
               READ EDICOES
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               PERFORM 0228-MATCH-EDITION
               MOVE WRK-EDI-OK TO WRK-EDI-HIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE LOW-VALUES TO FORMATO-EDI.
           START EDICOES KEY IS NOT LESS CHAVE-EDI
               INVALID KEY MOVE 10 TO FS-EDICOES
           END-START.
           IF FS-EDICOES NOT EQUAL 10
               READ EDICOES NEXT AT END MOVE 10 TO FS-EDICOES
               END-READ
           END-IF.
           PERFORM UNTIL FS-EDICOES EQUAL 10
                     OR CODIGO-EDI NOT EQUAL CODIGO
                     OR WRK-EDI-HIT EQUAL 'S'
               PERFORM 0228-MATCH-EDITION
               MOVE WRK-EDI-OK TO WRK-EDI-HIT
               READ EDICOES NEXT AT END MOVE 10 TO FS-EDICOES
               END-READ
           END-PERFORM.
       0227-CHECK-EDITIONS-END. EXIT.

      *    THE EDITION IN REG-EDI AGAINST THE AUDIO AND SUBTITLE
      *    ASKED - EITHER MAY SIT IN ANY OF ITS SLOTS.
       0228-MATCH-EDITION.
           MOVE 'S' TO WRK-EDI-OK.
      *
           IF WRK-QRY-AUDIO NOT EQUAL SPACES
               MOVE 'N' TO WRK-EDI-OK
               PERFORM VARYING WRK-EDI-IDX FROM 1 BY 1
                       UNTIL WRK-EDI-IDX GREATER 4
                   IF AUDIO-EDI(WRK-EDI-IDX) EQUAL WRK-QRY-AUDIO
                       MOVE 'S' TO WRK-EDI-OK
                   END-IF
               END-PERFORM
               IF WRK-EDI-OK EQUAL 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *
           IF WRK-QRY-LEGENDA NOT EQUAL SPACES
               MOVE 'N' TO WRK-EDI-OK
               PERFORM VARYING WRK-EDI-IDX FROM 1 BY 1
                       UNTIL WRK-EDI-IDX GREATER 6
                   IF LEGENDA-EDI(WRK-EDI-IDX) EQUAL WRK-QRY-LEGENDA
                       MOVE 'S' TO WRK-EDI-OK
                   END-IF
               END-PERFORM
           END-IF.
       0228-MATCH-EDITION-END. EXIT.

      *    SLIDES THE PHRASE ALONG EACH OF THE TITLE'S FOUR SYNOPSIS
      *    LINES, CASE-BLIND. A TITLE WITH NO NOTES ROW SIMPLY NEVER
      *    HITS - THE NOTES ARE EXACTLY WHERE WE DESCRIBE WHAT A
      *    BACK EXACTLY AS BEFORE. EITHER WAY FS-MOVIES 10 IS THE
      *    NO-MORE-CANDIDATES SENTINEL THE PAGING LOOPS WATCH.
       0230-POSITION-FIRST.
           IF WRK-QRY-PALAVRA EQUAL SPACES
              AND WRK-QRY-ETIQUETA NOT EQUAL SPACES
               MOVE "00" TO FS-MOVIES
               MOVE WRK-QRY-ETIQUETA TO COD-ETQ-EFI
               MOVE ZEROES TO FILME-EFI
               START ETQFILME KEY IS NOT LESS CHAVE-EFI
                   INVALID KEY MOVE 10 TO FS-MOVIES
               END-START
               IF FS-MOVIES NOT EQUAL 10
                   PERFORM 0237-FETCH-NEXT-TAGGED
               END-IF
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-QRY-PALAVRA EQUAL SPACES
               MOVE LOW-VALUES TO CODIGO
               START MOVIES KEY IS NOT LESS CODIGO
       0230-POSITION-FIRST-END. EXIT.

       0235-FETCH-NEXT.
           IF WRK-QRY-PALAVRA EQUAL SPACES
              AND WRK-QRY-ETIQUETA NOT EQUAL SPACES
               PERFORM 0237-FETCH-NEXT-TAGGED
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-QRY-PALAVRA EQUAL SPACES
               READ MOVIES NEXT AT END MOVE 10 TO FS-MOVIES END-READ
               EXIT PARAGRAPH
           END-PERFORM.
       0235-FETCH-NEXT-END. EXIT.

      *    NEXT TITLE IN THE TAG'S GROUP, FETCHED BY KEY - A ROW LEFT
      *    BEHIND BY A PURGED TITLE IS SKIPPED AS THE WORD INDEX DOES.
       0237-FETCH-NEXT-TAGGED.
           MOVE 'N' TO WRK-QRY-ACHOU.
           PERFORM UNTIL WRK-QRY-ACHOU EQUAL 'S'
                      OR FS-MOVIES EQUAL 10
               READ ETQFILME NEXT
                   AT END
                       MOVE 10 TO FS-MOVIES
                   NOT AT END
                       IF COD-ETQ-EFI NOT EQUAL WRK-QRY-ETIQUETA
                           MOVE 10 TO FS-MOVIES
                       ELSE
                           MOVE FILME-EFI TO CODIGO
                           READ MOVIES
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 'S' TO WRK-QRY-ACHOU
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
       0237-FETCH-NEXT-TAGGED-END. EXIT.

       0320-SHOW-QUERY-LINE.
           DISPLAY CODIGO AT LINE WRK-LST-LINE COLUMN 03
               COLOR 4 HIGHLIGHT.
       0340-PRINT-RESULT-SET-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE PALAVRAS NOTASFILM ETQFILME EDICOES.
           CLOSE MOVIES.
       0500-CLOSE-DATA-END. EXIT.

