           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDSRC.cpy'. *> SEARCH RECORD GENRES
           COPY 'CPVIDRKL.cpy'. *> PERSONAL RECOMMENDATIONS LINKAGE
      *
       77  WRK-SUG-GENERO            PIC X(04) VALUE SPACES.
       77  WRK-SUG-DECADA            PIC 9(04) VALUE ZERO.
       77  WRK-SUG-COUNT             PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-NOTA-DISP             PIC 9(02),9(01).
       77  WRK-GENERO-DESC           PIC X(08) VALUE SPACES.
       77  WRK-SUG-LOC               PIC 9(05) VALUE ZERO.
       77  WRK-RCM-IDX               PIC 9(02) VALUE ZERO.
       77  WRK-RCM-LINE              PIC 9(02) VALUE ZERO.
       77  WRK-RCM-MOTIVO-TXT        PIC X(11) VALUE SPACES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           MOVE 'SGVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0110-DATE-TIME.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0205-ASK-BORROWER.
           IF LNK-RCM-QTDE EQUAL ZERO
               PERFORM 0210-ASK-TASTE
               PERFORM 0300-PROCESS-DATA
           END-IF.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.
             - WRK-SUG-IDLE-DAYS).
       0100-OPEN-DATA-END. EXIT.

      *    A REGULAR GIVES THEIR BORROWER ID AND GETS THEIR OWN
      *    SHORTLIST (RKVIDPRG) BUILT FROM WHAT THEY HAVE RENTED AND
      *    RATED. A WALK-IN LEAVES IT AT ZERO - AS DOES ANYONE WHOSE
      *    HISTORY GIVES NOTHING TO GO ON - AND FALLS THROUGH TO THE
      *    GENRE/DECADE PICKER BELOW.
       0205-ASK-BORROWER.
           MOVE ZERO TO LNK-RCM-QTDE.
           MOVE " * * *  T O N I G H T ' S   P I C K  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           DISPLAY SCREEN-MAIN.
      *
           DISPLAY 'BORROWER ID (0=WALK-IN): [     ]'
               AT LINE 08 COLUMN 14.
           ACCEPT WRK-SUG-LOC AT LINE 08 COLUMN 40.
           IF WRK-SUG-LOC EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-SUG-LOC TO LNK-RCM-LOC.
           MOVE 5           TO LNK-RCM-MAX.
           CALL 'RKVIDPRG' USING LNK-RECOMENDA.
           IF LNK-RCM-QTDE EQUAL ZERO
               MOVE '20NO HISTORY TO GO ON - PICKING AS FOR A WALK-IN.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           DISPLAY 'PICKED FOR YOU, ON THE SHELF NOW:' AT LINE 10
               COLUMN 14 COLOR 3 HIGHLIGHT.
           MOVE 12 TO WRK-RCM-LINE.
           PERFORM VARYING WRK-RCM-IDX FROM 1 BY 1
                   UNTIL WRK-RCM-IDX GREATER LNK-RCM-QTDE
               EVALUATE TRUE
                   WHEN RCM-SERIE(WRK-RCM-IDX)
                       MOVE 'SAME SERIES' TO WRK-RCM-MOTIVO-TXT
                   WHEN RCM-PESSOA(WRK-RCM-IDX)
                       MOVE 'CAST/CREW'   TO WRK-RCM-MOTIVO-TXT
                   WHEN OTHER
                       MOVE 'GENRE'       TO WRK-RCM-MOTIVO-TXT
               END-EVALUATE
               DISPLAY EL-RCM-CODIGO(WRK-RCM-IDX)
                   AT LINE WRK-RCM-LINE COLUMN 14
               DISPLAY EL-RCM-TITULO(WRK-RCM-IDX)(1:40)
                   AT LINE WRK-RCM-LINE COLUMN 21 COLOR 11 HIGHLIGHT
               DISPLAY WRK-RCM-MOTIVO-TXT
                   AT LINE WRK-RCM-LINE COLUMN 63
               ADD 1 TO WRK-RCM-LINE
           END-PERFORM.
      *
           MOVE '54ENJOY YOUR NEXT RENTAL.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0205-ASK-BORROWER-END. EXIT.

       0210-ASK-TASTE.
           MOVE " * * *  T O N I G H T ' S   P I C K  * * *"
               TO WRK-TITLE.
