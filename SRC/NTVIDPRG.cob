           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDNFW.cpy'. *> NOTIFICATION QUEUE WORKBOOK
           COPY 'CPVIDEPW.cpy'. *> POSTAL BLOCK WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE (SPVIDPRG)
           COPY 'CPVIDMDL.cpy'. *> DOCUMENT TEMPLATE LINKAGE (MXVIDPRG)
      *
       77  FS-NOTICES                PIC X(02).
       77  WRK-TODAY-NUM             PIC 9(08) VALUE ZERO.
       77  WRK-DEV-OVERFLOW          PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-OVER-EDIT             PIC ZZ9.
      *
      *    LETTER TEMPLATE SUPPORT - THE LINE BEING PRINTED AND THE
      *    DUE DATE OF THE BORROWER'S OLDEST OVERDUE ITEM.
       77  WRK-MOD-IDX               PIC 9(02) VALUE ZERO.
       77  WRK-MOD-PREV-NUM          PIC 9(08) VALUE ZERO.
       77  WRK-MOD-PREV-DISP         PIC X(10) VALUE SPACES.
      *
      *    DISTINCT BORROWERS WITH AT LEAST ONE OVERDUE ITEM, BUILT
      *    ON THE FLY THE SAME WAY RLVIDPRG BUILDS TAB-DISTRIB.
       01  TAB-DEVEDORES.
           END-IF.
       0310-ACCUM-DEVEDOR-END. EXIT.

      *    THE SHOP HEADER AND THE NOTICE WORDING COME FROM THE
      *    BRANCH'S TEMPLATE (MXVIDPRG) - FIRST-NOTICE OR FINAL-NOTICE
      *    BY THE WORST DAYS OVERDUE. THE ADDRESS BLOCK AND THE ITEM
      *    LINES ARE ALWAYS THE PROGRAM'S OWN.
       0320-WRITE-LETTER.
           ADD 1 TO WRK-LETTER-COUNT.
      *
           MOVE WRK-CUR-LOC TO NUM-LOC.
           READ BORROWERS
                   MOVE '(BORROWER NOT ON FILE)' TO NOME-LOC
           END-READ.
      *
           PERFORM 0322-LOAD-TEMPLATE.
      *
           MOVE ALL '=' TO REG-NOT.
           WRITE REG-NOT.
      *
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER LNK-MOD-CAB-QTD
               MOVE EL-MOD-CAB(WRK-MOD-IDX) TO REG-NOT
               WRITE REG-NOT
           END-PERFORM.
           MOVE SPACES TO REG-NOT.
           WRITE REG-NOT.
      *
           MOVE SPACES TO REG-NOT.
           STRING 'TO: ' NOME-LOC DELIMITED BY SIZE INTO REG-NOT.
           WRITE REG-NOT.
           PERFORM 0325-POSTAL-BLOCK.
           MOVE SPACES TO REG-NOT.
           STRING '    ' WRK-END-LIN1 DELIMITED BY SIZE INTO REG-NOT.
           WRITE REG-NOT.
           IF WRK-END-LIN2 NOT EQUAL SPACES
               MOVE SPACES TO REG-NOT
               STRING '    ' WRK-END-LIN2 DELIMITED BY SIZE
                   INTO REG-NOT
               WRITE REG-NOT
           END-IF.
           IF WRK-END-LIN3 NOT EQUAL SPACES
               MOVE SPACES TO REG-NOT
               STRING '    ' WRK-END-LIN3 DELIMITED BY SIZE
                   INTO REG-NOT
               WRITE REG-NOT
           END-IF.
           MOVE SPACES TO REG-NOT.
           WRITE REG-NOT.
      *
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER LNK-MOD-CORPO-QTD
               IF WRK-MOD-IDX EQUAL LNK-MOD-ITENS-POS
                   PERFORM 0330-LIST-BORROWER-ITEMS
               ELSE
                   MOVE EL-MOD-CORPO(WRK-MOD-IDX) TO REG-NOT
                   WRITE REG-NOT
               END-IF
           END-PERFORM.
           IF LNK-MOD-ITENS-POS EQUAL ZERO
               PERFORM 0330-LIST-BORROWER-ITEMS
           END-IF.
      *
           MOVE ALL '=' TO REG-NOT.
           WRITE REG-NOT.
           MOVE SPACES TO REG-NOT.
           PERFORM 0340-POST-QUEUE-ENTRY.
       0320-WRITE-LETTER-END. EXIT.

       0322-LOAD-TEMPLATE.
           INITIALIZE LNK-MODELO.
           MOVE 'M' TO LNK-MOD-FUNCAO.
           IF WRK-CUR-MAXDIAS GREATER WRK-FINAL-LIMIT
               MOVE 'A2' TO LNK-MOD-TIPO
           ELSE
               MOVE 'A1' TO LNK-MOD-TIPO
           END-IF.
      *
           COMPUTE WRK-MOD-PREV-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-TODAY-NUM)
             - WRK-CUR-MAXDIAS).
           STRING WRK-MOD-PREV-NUM(7:2) '/' WRK-MOD-PREV-NUM(5:2) '/'
                  WRK-MOD-PREV-NUM(1:4)
               DELIMITED BY SIZE INTO WRK-MOD-PREV-DISP.
      *
           MOVE NOME-LOC          TO LNK-MOD-NOME.
           MOVE WRK-CUR-LOC       TO LNK-MOD-DOC.
           MOVE WRK-DATE          TO LNK-MOD-DATA.
           MOVE WRK-TIME          TO LNK-MOD-HORA.
           MOVE WRK-MOD-PREV-DISP TO LNK-MOD-PREVISTA.
           CALL 'MXVIDPRG' USING LNK-MODELO.
       0322-LOAD-TEMPLATE-END. EXIT.

      *    EVERY LETTER ALSO LANDS ON THE CENTRAL NOTIFICATION QUEUE
      *    SO THE OFFICE CAN SEE IT WENT, CHASE IT, AND MARK IT SENT
      *    IN NQVIDPRG - THE PRINTED PILE ALONE LEAVES NO TRAIL.
           COPY 'CPVIDNFP.cpy'. *> POST ONE NOTIFICATION
       0345-POST-NOTIFICATION-END. EXIT.

       0325-POSTAL-BLOCK.
           COPY 'CPVIDEPB.cpy'. *> BORROWER POSTAL BLOCK
       0325-POSTAL-BLOCK-END. EXIT.

      *    RE-WALKS THE ACTIVE GROUP FOR ONE BORROWER AND PRINTS A
      *    LINE PER OVERDUE ITEM - TITLE FROM MOVIES.dat, DUE DATE
      *    AND DAYS OVERDUE. THE LOAN FILE IS SMALL ENOUGH THAT THE
