      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : BATCH INQUIRY INTERFACE OF VIDEOTECA PROGRAM -   *
      *               OTHER SYSTEMS DROP REQUEST RECORDS INTO          *
      *               INQ-IN.txt (BY MOVIE CODE, BORROWER ID OR CPF)   *
      *               AND THIS PROCESSOR ANSWERS EACH ONE INTO         *
      *               INQ-OUT.txt                                      *
      *               WITH A STATUS PER REQUEST - THE SAME FILE-DRIVEN *
      *               PATTERN AS THE BATCH-CTL.txt CONTROL FILE, AND   *
      *               RUNNABLE AS A STEP OF THAT SAME NIGHTLY CHAIN    *
           COPY 'CPVIDCPS.cpy'. *> COPY REGISTER DAT WORKBOOK
      *
      *    THE INBOX - ONE REQUEST PER LINE: 'D' PLUS A MOVIE CODE
      *    FOR AVAILABILITY, 'S' PLUS A BORROWER ID FOR STANDING,
      *    'C' PLUS AN ELEVEN-DIGIT CPF FOR STANDING BY NATIONAL ID.
           SELECT INQ-IN
              ASSIGN       TO 'INQ-IN.txt'
              ORGANIZATION IS LINE SEQUENTIAL
           05 INQ-TIPO              PIC X(01).
           05 FILLER                PIC X(01).
           05 INQ-CHAVE             PIC 9(05).
       01  REG-INQ-CPF.
           05 FILLER                PIC X(02).
           05 INQ-CPF               PIC 9(11).
      *
       FD  INQ-OUT.
       01 REG-RSP                PIC X(80).
           COPY 'CPVIDCPW.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
           COPY 'CPVIDCFW.cpy'. *> CPF CHECK-DIGIT WORKBOOK
      *
       77  FS-INQ-IN                PIC X(02) VALUE '00'.
       77  FS-INQ-OUT               PIC X(02).
       77  WRK-ATIVOS               PIC 9(03) VALUE ZERO.
       77  WRK-VENCIDOS             PIC 9(03) VALUE ZERO.
       77  WRK-PENDENTES            PIC 9(03) VALUE ZERO.
       77  WRK-RSP-TEXTO            PIC X(60) VALUE SPACES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
                   PERFORM 0320-ANSWER-AVAILABILITY
               WHEN 'S'
                   PERFORM 0330-ANSWER-STANDING
               WHEN 'C'
                   PERFORM 0340-ANSWER-BY-CPF
               WHEN OTHER
                   MOVE SPACES TO REG-RSP
                   STRING INQ-TIPO ';' INQ-CHAVE
           END-READ.
      *
           PERFORM 0335-COUNT-STANDING.
           PERFORM 0337-STANDING-TEXT.
      *
           MOVE SPACES TO REG-RSP.
           STRING 'S;' INQ-CHAVE ';PROCESSED;' WRK-RSP-TEXTO
               DELIMITED BY SIZE INTO REG-RSP.
           WRITE REG-RSP.
       0330-ANSWER-STANDING-END. EXIT.

      *    THE STANDING VERDICT FOR THE BORROWER IN REG-LOC, SHARED
      *    BY THE 'S' AND 'C' ANSWERS.
       0337-STANDING-TEXT.
           MOVE SPACES TO WRK-RSP-TEXTO.
           EVALUATE TRUE
               WHEN LOC-INATIVO
                   MOVE 'ACCOUNT RETIRED' TO WRK-RSP-TEXTO
               WHEN WRK-VENCIDOS GREATER ZERO
                   STRING 'OVERDUE ITEMS OUT: ' WRK-VENCIDOS
                       DELIMITED BY SIZE INTO WRK-RSP-TEXTO
               WHEN WRK-PENDENTES GREATER ZERO
                   STRING 'UNPAID FEES ON FILE: ' WRK-PENDENTES
                       DELIMITED BY SIZE INTO WRK-RSP-TEXTO
               WHEN OTHER
                   STRING 'GOOD STANDING - LOANS OUT: ' WRK-ATIVOS
                       DELIMITED BY SIZE INTO WRK-RSP-TEXTO
           END-EVALUATE.
       0337-STANDING-TEXT-END. EXIT.

      *    A 'C' REQUEST NAMES THE PERSON BY CPF INSTEAD OF OUR OWN
      *    NUMBER. THE ACTIVE BORROWER HOLDING IT IS ANSWERED WITH ITS
      *    ID AND THE SAME STANDING AS AN 'S' REQUEST; A CPF FOUND
      *    ONLY ON RETIRED ACCOUNTS ANSWERS FOR THE FIRST OF THEM.
      *    THE REQUEST LINE IS REUSED AS THE STANDING KEY, SO THE CPF
      *    IS TAKEN OFF IT FIRST.
       0340-ANSWER-BY-CPF.
           MOVE INQ-CPF TO WRK-CPF-IN.
           IF INQ-CPF NOT NUMERIC
               MOVE ZEROES TO WRK-CPF-IN
           END-IF.
           PERFORM 0345-CPF-CHECK-DIGITS.
           IF NOT CPF-VALIDO
               MOVE SPACES TO REG-RSP
               STRING 'C;' WRK-CPF-IN
                      ';REJECTED;CPF CHECK DIGITS INVALID'
                   DELIMITED BY SIZE INTO REG-RSP
               WRITE REG-RSP
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZEROES TO INQ-CHAVE.
           MOVE WRK-CPF-IN TO CPF-LOC.
           START BORROWERS KEY IS EQUAL CPF-LOC
               INVALID KEY MOVE 10 TO FS-BORROWERS
           END-START.
           IF FS-BORROWERS NOT EQUAL 10
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-IF.
           PERFORM UNTIL FS-BORROWERS EQUAL 10
                     OR CPF-LOC NOT EQUAL WRK-CPF-IN
               IF INQ-CHAVE EQUAL ZEROES OR LOC-ATIVO
                   MOVE NUM-LOC TO INQ-CHAVE
               END-IF
               IF LOC-ATIVO
                   MOVE 10 TO FS-BORROWERS
               ELSE
                   READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
                   END-READ
               END-IF
           END-PERFORM.
      *
           IF INQ-CHAVE EQUAL ZEROES
               MOVE SPACES TO REG-RSP
               STRING 'C;' WRK-CPF-IN ';REJECTED;CPF NOT ON FILE'
                   DELIMITED BY SIZE INTO REG-RSP
               WRITE REG-RSP
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE INQ-CHAVE TO NUM-LOC.
           READ BORROWERS
               INVALID KEY CONTINUE
           END-READ.
           PERFORM 0335-COUNT-STANDING.
           PERFORM 0337-STANDING-TEXT.
      *
           MOVE SPACES TO REG-RSP.
           STRING 'C;' WRK-CPF-IN ';PROCESSED;BORROWER ' INQ-CHAVE
                  ' - ' WRK-RSP-TEXTO
               DELIMITED BY SIZE INTO REG-RSP.
           WRITE REG-RSP.
       0340-ANSWER-BY-CPF-END. EXIT.

       0345-CPF-CHECK-DIGITS.
           COPY 'CPVIDCFT.cpy'. *> CPF CHECK-DIGIT TEST
       0345-CPF-CHECK-DIGITS-END. EXIT.

       0335-COUNT-STANDING.
           MOVE ZERO TO WRK-ATIVOS WRK-VENCIDOS WRK-PENDENTES.
