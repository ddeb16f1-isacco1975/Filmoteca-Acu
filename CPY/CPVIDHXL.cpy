      **
      * LOAD THE HISTORY YEAR INDEX (HISTORICO.txt) INTO TAB-HIX -
      * NO INDEX ON DISK MEANS NO PARTITION RUN YET AND LEAVES
      * WRK-HIX-QTDE AT ZERO, SO THE CALLER READS THE LIVE FILES
      * ONLY.
      **
           MOVE ZERO TO WRK-HIX-QTDE.
           OPEN INPUT HIST-IDX.
           IF FS-HIST-IDX EQUAL "00"
               PERFORM UNTIL FS-HIST-IDX NOT EQUAL "00"
                         OR WRK-HIX-QTDE NOT LESS 60
                   READ HIST-IDX AT END MOVE "10" TO FS-HIST-IDX
                       NOT AT END
                           IF HIX-ANO IS NUMERIC
                              AND HIX-ANO GREATER ZERO
                               ADD 1 TO WRK-HIX-QTDE
                               MOVE HIX-ANO TO EL-HIX-ANO(WRK-HIX-QTDE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-IDX
           END-IF.
