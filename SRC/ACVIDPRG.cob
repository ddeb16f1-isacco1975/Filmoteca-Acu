      *
           PERFORM UNTIL FS-EMPRESTIMOS EQUAL 10
                     OR EMP-STATUS NOT EQUAL 'A'
               IF DATA-PREVISTA NOT GREATER WRK-TODAY-NUM
                   PERFORM 0310-ACCRUE-ONE-LOAN
               END-IF
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS

      *    OPEN DAYS STRICTLY AFTER THE DUE DATE UP TO AND INCLUDING
      *    TODAY - THE SAME FAIR COUNT THE RETURN DESK USES, SO THE
      *    FINAL SETTLE NEVER DISAGREES WITH THE ACCRUAL. LIKE THE
      *    DESK, THE CLOCK RUNS FROM THE LOAN'S DUE TIME: ONCE THE RUN
      *    IS LATER IN THE DAY THAN THAT, ONE MORE DAY HAS STARTED -
      *    SO AN OVERNIGHT TITLE DUE AT NOON TODAY ALREADY OWES A DAY
      *    TONIGHT. NOT ON A CLOSED DAY, WHEN NOTHING CAN COME BACK.
       0330-COUNT-OPEN-DAYS.
           MOVE ZERO TO WRK-DIAS-ATRASO.
           MOVE DATA-PREVISTA TO WRK-CAL-PROBE.
                   ADD 1 TO WRK-DIAS-ATRASO
               END-IF
           END-PERFORM.
      *
           IF HORA-PREVISTA-EMP NOT EQUAL SPACES
              AND WRK-TIME GREATER HORA-PREVISTA-EMP
               MOVE WRK-TODAY-NUM TO WRK-CAL-PROBE
               PERFORM 0335-CHECK-DAY-CLOSED
               IF WRK-CAL-FECHADO EQUAL 'N'
                   ADD 1 TO WRK-DIAS-ATRASO
               END-IF
           END-IF.
       0330-COUNT-OPEN-DAYS-END. EXIT.

       0335-CHECK-DAY-CLOSED.
