      * PURPOSE     : OUTBOUND NOTIFICATION QUEUE ROUTINE OF VIDEOTECA *
      *               PROGRAM - THE OFFICE WORKS THE PENDING MESSAGES  *
      *               (OVERDUE LETTERS, RESERVATION CALLS, ARRIVALS)   *
      *               BY EACH BORROWER'S CHOSEN CHANNEL, AND MARKS     *
      *               EACH ONE SENT                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NQVIDPRG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDNFS.cpy'. *> NOTIFICATION QUEUE DAT WORKBOOK
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       FILE SECTION.
       FD  NOTIFICACOES.
           COPY 'CPVIDNFI.cpy'. *> NOTIFICATION QUEUE DATA FILE
      *
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDNFW.cpy'. *> NOTIFICATION QUEUE WORKBOOK
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  WRK-QOPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-NTF-EDIT             PIC Z(06)9.
       77  WRK-PICK-NTF             PIC 9(07) VALUE ZERO.
       77  WRK-COUNT-EDIT           PIC ZZZ9.
      *
      *    THE WAY THE MESSAGE ON REG-NTF GOES OUT (SET BY 0317) -
      *    THE CHANNEL THE BORROWER CHOSE FOR ITS KIND, OR THE HOUSE
      *    HABIT WHEN THEY CHOSE NONE OR LACK THE CONTACT IT NEEDS -
      *    AND WHERE TO SEND IT.
       77  WRK-CANAL                PIC X(01) VALUE SPACE.
       77  WRK-CANAL-NOME           PIC X(07) VALUE SPACES.
       77  WRK-CANAL-DESTINO        PIC X(50) VALUE SPACES.
       77  WRK-CNL-IDX              PIC S9(04) COMP VALUE ZERO.
       77  WRK-HELD-COUNT           PIC 9(04) USAGE COMP-3 VALUE ZERO.
      *
      *    SET BY 0317 - A MARKETING MESSAGE FOR SOMEONE WHO HAS NOT
      *    OPTED IN. IT IS NEITHER LISTED NOR SENT.
       77  WRK-NTF-RETIDA           PIC X(01) VALUE 'N'.
           88 NTF-SEM-CONSENTIMENTO    VALUE 'S'.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
      *    BORROWER MASTER - CONSULT ONLY, FOR THE CHANNELS, CONTACTS
      *    AND MARKETING CONSENT.
           OPEN INPUT BORROWERS.
           IF FS-BORROWERS EQUAL "35"
               OPEN OUTPUT BORROWERS
               CLOSE BORROWERS
               OPEN INPUT BORROWERS
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-NTFMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-NTFMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-QOPTION
             WHEN '1' PERFORM 0310-LIST-PENDING
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
       0298-IDLE-LOCK-END. EXIT.

      *    PENDING MESSAGES, OLDEST NUMBERS FIRST, OUT OF THE
      *    NTF-STATUS 'P' DUPLICATE GROUP - THE SAME WALK TXVIDPRG
      *    DOES FOR UNPAID FEES.
       0310-LIST-PENDING SECTION.
           MOVE ZERO TO WRK-PEND-COUNT WRK-HELD-COUNT.
           MOVE 09 TO WRK-LST-LINE.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY 'NUMBER  T BORROWER             MESSAGE'
               AT LINE 07 COLUMN 04.
           DISPLAY 'CHANNEL' AT LINE 07 COLUMN 71.
      *
           MOVE 'P' TO NTF-STATUS.
           START NOTIFICACOES KEY IS EQUAL NTF-STATUS
      *
           PERFORM UNTIL FS-NOTIFICA EQUAL 10
                     OR NTF-STATUS NOT EQUAL 'P'
               PERFORM 0317-PICK-CHANNEL
               IF NTF-SEM-CONSENTIMENTO
                   ADD 1 TO WRK-HELD-COUNT
               ELSE
                   IF WRK-LST-LINE LESS 22
                       PERFORM 0315-SHOW-PENDING-LINE
                       ADD 1 TO WRK-LST-LINE
                   END-IF
                   ADD 1 TO WRK-PEND-COUNT
               END-IF
               READ NOTIFICACOES NEXT AT END MOVE 10 TO FS-NOTIFICA
                   END-READ
           END-PERFORM.
               DISPLAY WRK-COUNT-EDIT AT LINE 22 COLUMN 13
                   COLOR 4 HIGHLIGHT
           END-IF.
           IF WRK-HELD-COUNT GREATER ZERO
               MOVE WRK-HELD-COUNT TO WRK-COUNT-EDIT
               DISPLAY 'MARKETING HELD (NO CONSENT): '
                   AT LINE 22 COLUMN 20
               DISPLAY WRK-COUNT-EDIT AT LINE 22 COLUMN 49
                   COLOR 4 HIGHLIGHT
           END-IF.
      *
           ACCEPT SCREEN-WAIT.
       0310-LIST-PENDING-END. EXIT.
               COLOR 11 HIGHLIGHT.
           DISPLAY NOME-LOC-NTF AT LINE WRK-LST-LINE COLUMN 14
               COLOR 11 HIGHLIGHT.
           DISPLAY TEXTO-NTF(1:34) AT LINE WRK-LST-LINE COLUMN 36
               COLOR 11 HIGHLIGHT.
           DISPLAY WRK-CANAL-NOME AT LINE WRK-LST-LINE COLUMN 71
               COLOR 10 HIGHLIGHT.
       0315-SHOW-PENDING-LINE-END. EXIT.

      *    THE CHANNEL FOR THE MESSAGE ON REG-NTF. CANAL-LOC RUNS
      *    OVERDUE, FINAL NOTICE, RESERVATION, ARRIVAL. E-MAIL OR SMS
      *    WITH NO ADDRESS OR NUMBER ON FILE FALLS BACK TO THE HOUSE
      *    HABIT: A LETTER FOR THE OVERDUE NOTICES, A CALL OTHERWISE.
      *    MARKETING GOES BY E-MAIL WHERE THERE IS ONE, AND ONLY TO
      *    A BORROWER WHO HAS OPTED IN.
       0317-PICK-CHANNEL SECTION.
           MOVE 'N' TO WRK-NTF-RETIDA.
           MOVE NUM-LOC-NTF TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   INITIALIZE REG-LOC
           END-READ.
      *
           EVALUATE TRUE
             WHEN NTF-ATRASO      MOVE 1 TO WRK-CNL-IDX
             WHEN NTF-AVISO-FINAL MOVE 2 TO WRK-CNL-IDX
             WHEN NTF-RESERVA     MOVE 3 TO WRK-CNL-IDX
             WHEN NTF-CHEGADA     MOVE 4 TO WRK-CNL-IDX
             WHEN OTHER           MOVE 0 TO WRK-CNL-IDX
           END-EVALUATE.
      *
           IF WRK-CNL-IDX GREATER ZERO
               MOVE CANAL-LOC(WRK-CNL-IDX) TO WRK-CANAL
           ELSE
               MOVE 'E' TO WRK-CANAL
           END-IF.
           IF (WRK-CANAL EQUAL 'E' AND EMAIL-LOC EQUAL SPACES)
              OR (WRK-CANAL EQUAL 'S' AND CELULAR-LOC EQUAL SPACES)
              OR WRK-CANAL EQUAL SPACE
               IF NTF-ATRASO OR NTF-AVISO-FINAL OR NTF-MARKETING
                   MOVE 'C' TO WRK-CANAL
               ELSE
                   MOVE 'T' TO WRK-CANAL
               END-IF
           END-IF.
      *
           IF NTF-MARKETING AND NOT MKT-CONSENTIU
               MOVE 'S' TO WRK-NTF-RETIDA
           END-IF.
      *
           EVALUATE WRK-CANAL
             WHEN 'E'
               MOVE 'E-MAIL'  TO WRK-CANAL-NOME
               MOVE EMAIL-LOC TO WRK-CANAL-DESTINO
             WHEN 'S'
               MOVE 'SMS'       TO WRK-CANAL-NOME
               MOVE CELULAR-LOC TO WRK-CANAL-DESTINO
             WHEN 'T'
               MOVE 'PHONE'  TO WRK-CANAL-NOME
               MOVE FONE-LOC TO WRK-CANAL-DESTINO
               IF FONE-LOC EQUAL SPACES
                   MOVE CELULAR-LOC TO WRK-CANAL-DESTINO
               END-IF
             WHEN OTHER
               MOVE 'LETTER'     TO WRK-CANAL-NOME
               MOVE ENDERECO-LOC TO WRK-CANAL-DESTINO
           END-EVALUATE.
       0317-PICK-CHANNEL-END. EXIT.

       0320-MARK-SENT SECTION.
           INITIALIZE WRK-MSG.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
               INVALID KEY
                   MOVE '48NOTIFICATION NUMBER NOT FOUND.' TO WRK-MSG
               NOT INVALID KEY
                   PERFORM 0317-PICK-CHANNEL
                   DISPLAY 'SEND BY:' AT LINE 18 COLUMN 12
                   DISPLAY WRK-CANAL-NOME AT LINE 18 COLUMN 21
                       COLOR 10 HIGHLIGHT
                   DISPLAY WRK-CANAL-DESTINO AT LINE 19 COLUMN 21
                       COLOR 10 HIGHLIGHT
                   EVALUATE TRUE
                     WHEN NTF-ENVIADA
                       MOVE '20ALREADY MARKED SENT.' TO WRK-MSG
                     WHEN NTF-SEM-CONSENTIMENTO
                       MOVE '43NO MARKETING CONSENT - NOT TO BE SENT.'
                           TO WRK-MSG
                     WHEN OTHER
                       SET NTF-ENVIADA TO TRUE
                       MOVE WRK-TODAY-NUM TO DATA-ENVIO-NTF
                       REWRITE REG-NTF
                           NOT INVALID KEY
                               MOVE '54MARKED SENT.' TO WRK-MSG
                       END-REWRITE
                   END-EVALUATE
           END-READ.
      *
           DISPLAY SCREEN-MSG.
       0320-MARK-SENT-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE BORROWERS.
           CLOSE NOTIFICACOES.
      *
           IF FS-NOTIFICA NOT EQUAL "00"
