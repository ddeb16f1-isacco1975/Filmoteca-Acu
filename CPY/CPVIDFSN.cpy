      **
      * TAKE THE NEXT FISCAL RECEIPT NUMBER - CALLER HAS FISCAL OPEN
      * I-O, WRK-OPERATOR AND WRK-TIME SET, AND MOVES THE SLIP
      * DETAILS TO WRK-FIS-ORIGEM/DOC/VALOR/IMPOSTO/HOJE. THE ROW IS
      * WRITTEN BEFORE THE SLIP IS PRINTED; A NUMBER ANOTHER TILL
      * TOOK FIRST BOUNCES THE WRITE AND THE NEXT ONE IS TRIED.
      **
           MOVE ZEROES TO WRK-FIS-NUM WRK-FIS-TENTA.
           PERFORM UNTIL WRK-FIS-NUM NOT EQUAL ZEROES
                      OR WRK-FIS-TENTA GREATER 5
               ADD 1 TO WRK-FIS-TENTA
               MOVE HIGH-VALUES TO NUM-FIS
               START FISCAL KEY IS NOT GREATER NUM-FIS
                   INVALID KEY
                       MOVE ZEROES TO NUM-FIS
                   NOT INVALID KEY
                       READ FISCAL NEXT AT END CONTINUE END-READ
               END-START
               ADD 1 TO NUM-FIS GIVING WRK-FIS-PROX
      *
               INITIALIZE REG-FIS
               MOVE WRK-FIS-PROX    TO NUM-FIS
               MOVE WRK-FIS-HOJE    TO DATA-FIS
               MOVE WRK-TIME        TO HORA-FIS
               MOVE WRK-FIS-ORIGEM  TO ORIGEM-FIS
               MOVE WRK-FIS-DOC     TO NUM-DOC-FIS
               MOVE WRK-FIS-VALOR   TO VALOR-FIS
               MOVE WRK-FIS-IMPOSTO TO IMPOSTO-FIS
               MOVE WRK-OPERATOR    TO OPERADOR-FIS
               SET FIS-EMITIDO TO TRUE
               WRITE REG-FIS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NUM-FIS TO WRK-FIS-NUM
               END-WRITE
           END-PERFORM.
