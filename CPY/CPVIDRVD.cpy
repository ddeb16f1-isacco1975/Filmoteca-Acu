               MOVE '19TITLE IS BLANK.' TO WRK-VALID-MESSAGE
           END-IF.
      *
      *    A GAME HAS NO RUNNING TIME - DURACAO IS LEFT AT ZERO AND
      *    NEITHER DURATION CHECK BELOW APPLIES TO IT.
           IF NOT MIDIA-FILME AND NOT MIDIA-JOGO
               MOVE 'N'                     TO WRK-IS-VALID
               MOVE '20INVALID MEDIA TYPE.' TO WRK-VALID-MESSAGE
           END-IF.
      *
           IF (DURACAO EQUAL ZEROES OR DURACAO GREATER 600)
              AND NOT MIDIA-JOGO
               MOVE 'N'                   TO WRK-IS-VALID
               MOVE '20INVALID DURATION.' TO WRK-VALID-MESSAGE
           END-IF.
           MOVE SPACES  TO WRK-DURACAO-MESSAGE.
      *
           IF DURACAO GREATER ZEROES AND DURACAO NOT GREATER 600
              AND NOT MIDIA-JOGO
               IF DURACAO LESS WRK-DUR-WARN-MIN
                   MOVE 'Y' TO WRK-DURACAO-SUSPECT
                   MOVE '38DURATION TOO SHORT - ADD ANYWAY (Y/N)?'
