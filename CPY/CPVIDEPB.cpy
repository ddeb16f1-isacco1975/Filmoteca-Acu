      **
      * POSTAL BLOCK FOR THE BORROWER IN REG-LOC - LEAVES STREET,
      * NUMBER AND COMPLEMENT IN WRK-END-LIN1, THE DISTRICT IN
      * WRK-END-LIN2 AND "CEP CITY - UF" IN WRK-END-LIN3. A ROW
      * WHOSE ADDRESS WAS NEVER SPLIT PRINTS ITS OLD FREE-TEXT LINE
      * ALONE, SO NOTHING GOES OUT WITH NO ADDRESS AT ALL
      **
           MOVE SPACES TO WRK-END-LIN1 WRK-END-LIN2 WRK-END-LIN3.
           IF LOGRADOURO-LOC EQUAL SPACES
               MOVE ENDERECO-LOC TO WRK-END-LIN1
           ELSE
               STRING LOGRADOURO-LOC DELIMITED BY '  '
                      ', '           DELIMITED BY SIZE
                      NUMERO-END-LOC DELIMITED BY SPACE
                   INTO WRK-END-LIN1
               IF COMPL-END-LOC NOT EQUAL SPACES
                   MOVE WRK-END-LIN1 TO WRK-END-AUX
                   MOVE SPACES TO WRK-END-LIN1
                   STRING WRK-END-AUX   DELIMITED BY '  '
                          ' - '         DELIMITED BY SIZE
                          COMPL-END-LOC DELIMITED BY '  '
                       INTO WRK-END-LIN1
               END-IF
      *
               MOVE BAIRRO-LOC TO WRK-END-LIN2
      *
               IF CEP-LOC NOT EQUAL ZEROES
                   MOVE CEP-PREFIXO-LOC TO WRK-END-CEP-P
                   MOVE CEP-SUFIXO-LOC  TO WRK-END-CEP-S
                   STRING WRK-END-CEP-ED DELIMITED BY SIZE
                          ' '            DELIMITED BY SIZE
                          CIDADE-LOC     DELIMITED BY '  '
                       INTO WRK-END-LIN3
               ELSE
                   MOVE CIDADE-LOC TO WRK-END-LIN3
               END-IF
               IF UF-LOC NOT EQUAL SPACES
                   IF WRK-END-LIN3 EQUAL SPACES
                       MOVE UF-LOC TO WRK-END-LIN3
                   ELSE
                       MOVE WRK-END-LIN3 TO WRK-END-AUX
                       MOVE SPACES TO WRK-END-LIN3
                       STRING WRK-END-AUX DELIMITED BY '  '
                              ' - '       DELIMITED BY SIZE
                              UF-LOC      DELIMITED BY SIZE
                           INTO WRK-END-LIN3
                   END-IF
               END-IF
           END-IF.
