              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-BATCH-RUN.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
      *
       FD  BATCH-RUN.
       01 REG-RUN                PIC X(80).
      *
       FD  MANUTENCAO.
           COPY 'CPVIDMTR.cpy'. *> MAINTENANCE FLAG RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
      *
       77  FS-BATCH-CTL              PIC X(02).
       77  FS-BATCH-RUN              PIC X(02).
           PERFORM 0400-PRINT-RESULTS.
           PERFORM 0500-CLOSE-DATA.
      *
      *    LOWER THE MAINTENANCE FLAG WHATEVER THE OUTCOME - A STOPPED
      *    CHAIN IS REPORTED IN BATCH-RUN, AND THE COUNTER STAFF NEED
      *    THEIR UPDATE SCREENS BACK IN THE MORNING EITHER WAY.
           MOVE 'N' TO WRK-MNT-FLAG.
           PERFORM 0150-WRITE-MAINT-FLAG.
      *
      *    THE HEADLESS SWITCH MUST NOT OUTLIVE THE CHAIN - THE
      *    DRIVER IS ALSO CALLED FROM THE UTILITIES MENU, AND AN
      *    INTERACTIVE SESSION LEFT IN BATCH MODE WOULD SKIP EVERY
      *    AND EXPORTS ALREADY HONOUR AT THEIR 0010 PARAGRAPH.
           DISPLAY 'VIDEOTECA-BATCH' UPON ENVIRONMENT-NAME.
           DISPLAY 'Y' UPON ENVIRONMENT-VALUE.
      *
      *    RAISE THE MAINTENANCE FLAG - WHILE IT IS UP THE UPDATE
      *    SCREENS AT THE COUNTER REFUSE CHANGES AND ALLOW LOOK-UPS
      *    ONLY, SO NOBODY EDITS A FILE A STEP IS REWRITING.
           MOVE 'S' TO WRK-MNT-FLAG.
           PERFORM 0150-WRITE-MAINT-FLAG.
      *
           READ BATCH-CTL AT END MOVE "10" TO FS-BATCH-CTL END-READ.
       0100-OPEN-DATA-END. EXIT.

      *    THE FLAG FILE HOLDS ONE LINE, REPLACED WHOLE EACH TIME.
       0150-WRITE-MAINT-FLAG.
           PERFORM 0110-DATE-TIME.
      *
           OPEN OUTPUT MANUTENCAO.
           IF FS-MANUTENCAO EQUAL "00"
               MOVE SPACES       TO REG-MNT
               MOVE WRK-MNT-FLAG TO MNT-FLAG
               STRING WRK-DATE ' ' WRK-TIME
                   DELIMITED BY SIZE INTO MNT-DESDE
               MOVE 'BDVIDPRG'   TO MNT-ORIGEM
               WRITE REG-MNT
               CLOSE MANUTENCAO
           ELSE
               DISPLAY 'BDVIDPRG: MANUTENCAO.TXT NOT WRITTEN - FS '
                       FS-MANUTENCAO
           END-IF.
       0150-WRITE-MAINT-FLAG-END. EXIT.

       0300-PROCESS-DATA.
           IF REG-CTL(1:1) NOT EQUAL '*'
              AND REG-CTL NOT EQUAL SPACES
