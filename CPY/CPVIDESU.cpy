      **
      * BUILD THE ONE-LINE SUMMARY OF THE EDITION IN REG-EDI INTO
      * WRK-EDI-RESUMO (CPVIDESW.cpy): AUDIO TRACKS, SUBTITLES,
      * REGION, ASPECT RATIO AND A COMMENTARY TRACK. BLANK SLOTS AND
      * BLANK FIELDS ARE LEFT OUT.
      **
           MOVE SPACES TO WRK-EDI-RESUMO.
           MOVE 1      TO WRK-EDI-PTR.
      *
           MOVE 'A:' TO WRK-EDI-SEP.
           PERFORM VARYING WRK-EDI-IDX FROM 1 BY 1
                   UNTIL WRK-EDI-IDX GREATER 4
               IF AUDIO-EDI(WRK-EDI-IDX) NOT EQUAL SPACES
                   STRING WRK-EDI-SEP            DELIMITED BY SPACE
                          AUDIO-EDI(WRK-EDI-IDX) DELIMITED BY SIZE
                       INTO WRK-EDI-RESUMO WITH POINTER WRK-EDI-PTR
                   MOVE '/' TO WRK-EDI-SEP
               END-IF
           END-PERFORM.
      *
           MOVE 'S:' TO WRK-EDI-SEP.
           PERFORM VARYING WRK-EDI-IDX FROM 1 BY 1
                   UNTIL WRK-EDI-IDX GREATER 6
               IF LEGENDA-EDI(WRK-EDI-IDX) NOT EQUAL SPACES
                   IF WRK-EDI-SEP EQUAL 'S:' AND WRK-EDI-PTR GREATER 1
                       ADD 1 TO WRK-EDI-PTR
                   END-IF
                   STRING WRK-EDI-SEP              DELIMITED BY SPACE
                          LEGENDA-EDI(WRK-EDI-IDX) DELIMITED BY SIZE
                       INTO WRK-EDI-RESUMO WITH POINTER WRK-EDI-PTR
                   MOVE '/' TO WRK-EDI-SEP
               END-IF
           END-PERFORM.
      *
           IF REGIAO-EDI NOT EQUAL SPACES
               IF WRK-EDI-PTR GREATER 1
                   ADD 1 TO WRK-EDI-PTR
               END-IF
               STRING 'R:' REGIAO-EDI DELIMITED BY SPACE
                   INTO WRK-EDI-RESUMO WITH POINTER WRK-EDI-PTR
           END-IF.
           IF ASPECTO-EDI NOT EQUAL SPACES
               IF WRK-EDI-PTR GREATER 1
                   ADD 1 TO WRK-EDI-PTR
               END-IF
               STRING ASPECTO-EDI DELIMITED BY SPACE
                   INTO WRK-EDI-RESUMO WITH POINTER WRK-EDI-PTR
           END-IF.
           IF EDI-COMENTARIO
               IF WRK-EDI-PTR GREATER 1
                   ADD 1 TO WRK-EDI-PTR
               END-IF
               STRING '+COM' DELIMITED BY SIZE
                   INTO WRK-EDI-RESUMO WITH POINTER WRK-EDI-PTR
           END-IF.
