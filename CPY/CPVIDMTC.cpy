      **
      * READ THE MAINTENANCE FLAG (MANUTENCAO.txt) INTO WRK-MNT-FLAG -
      * NO FILE ON DISK MEANS THE NIGHTLY CHAIN HAS NEVER RUN AND
      * LEAVES THE FLAG DOWN. READ AFRESH ON EVERY CALL SO A CHAIN
      * STARTED MID-SESSION IS SEEN ON THE NEXT MENU PASS.
      **
           MOVE 'N'    TO WRK-MNT-FLAG.
           MOVE SPACES TO WRK-MNT-DESDE WRK-MNT-ORIGEM.
           OPEN INPUT MANUTENCAO.
           IF FS-MANUTENCAO EQUAL "00"
               READ MANUTENCAO
                   NOT AT END
                       IF MNT-LIGADA
                           MOVE 'S'        TO WRK-MNT-FLAG
                           MOVE MNT-DESDE  TO WRK-MNT-DESDE
                           MOVE MNT-ORIGEM TO WRK-MNT-ORIGEM
                       END-IF
               END-READ
               CLOSE MANUTENCAO
           END-IF.
