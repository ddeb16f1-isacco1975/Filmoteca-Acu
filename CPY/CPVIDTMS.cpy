      **
      * PICK UP THE IDLE-SESSION TIMEOUT (CPVIDTMW.cpy) BEFORE A MENU
      * IS ACCEPTED WITH TIME-OUT WRK-TMO-SEGUNDOS. A BLANK, ZERO OR
      * GARBLED VARIABLE LEAVES THE VALUE ALREADY IN FORCE.
      **
           ACCEPT WRK-TMO-TXT FROM ENVIRONMENT "VIDEOTECA-INATIVO".
           IF WRK-TMO-TXT IS NUMERIC
              AND WRK-TMO-TXT NOT EQUAL ZEROES
               MOVE WRK-TMO-TXT TO WRK-TMO-SEGUNDOS
           END-IF.
