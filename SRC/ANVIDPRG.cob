       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDHES.cpy'. *> LOAN HISTORY WORKBOOK
           COPY 'CPVIDHXS.cpy'. *> HISTORY YEAR INDEX WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
      *
           SELECT RELATO-ANM
       FILE SECTION.
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  HIST-EMP.
           COPY 'CPVIDHER.cpy'. *> LOAN HISTORY RECORD
      *
       FD  HIST-IDX.
           COPY 'CPVIDHXR.cpy'. *> HISTORY YEAR INDEX RECORD
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDHEW.cpy'. *> LOAN HISTORY WORKBOOK
           COPY 'CPVIDHXW.cpy'. *> HISTORY YEAR INDEX WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
      *
       77  FS-RELATO-ANM             PIC X(02).
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-PERFORM.
      *
      *    LOANS ALREADY MOVED TO THE YEARLY HISTORY FILES (HIVIDPRG)
      *    ARE HELD TO THE SAME RETENTION RULE.
           COPY 'CPVIDHXL.cpy'. *> LOAD HISTORY YEAR INDEX
           PERFORM VARYING WRK-HIX-IDX FROM 1 BY 1
                   UNTIL WRK-HIX-IDX GREATER WRK-HIX-QTDE
               PERFORM 0320-SCRUB-HISTORY-YEAR
           END-PERFORM.
       0300-PROCESS-DATA-END. EXIT.

       0310-SCRUB-LOAN.
           COPY 'CPVIDJWR.cpy'. *> APPEND JOURNAL IMAGE
       0315-JOURNAL-SCRUB-END. EXIT.

      *    ONE YEAR'S LOAN HISTORY FILE, SAME TEST AS THE LIVE WALK.
      *    HISTORY ROWS ARE NOT ON THE RECOVERY JOURNAL (ONLY LIVE
      *    FILES ARE REPLAYED), SO THE REWRITE STANDS ON ITS OWN. A
      *    YEAR WHOSE FILE WILL NOT OPEN IS PASSED OVER.
       0320-SCRUB-HISTORY-YEAR.
           MOVE SPACES TO WRK-HEM-FILE.
           STRING 'EMPRESTIMOS-' EL-HIX-ANO(WRK-HIX-IDX) '.dat'
               DELIMITED BY SIZE INTO WRK-HEM-FILE.
           OPEN I-O HIST-EMP.
           IF FS-HIST-EMP NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM UNTIL FS-HIST-EMP NOT EQUAL "00"
               READ HIST-EMP NEXT AT END MOVE "10" TO FS-HIST-EMP
                   NOT AT END
                       ADD 1 TO WRK-READ-COUNT
                       MOVE REG-HEM TO REG-EMP
                       IF (EMP-DEVOLVIDO OR EMP-PERDIDO)
                          AND DATA-DEVOLUCAO LESS WRK-CUTOFF-NUM
                          AND NOME-LOCATARIO(1:5) NOT EQUAL 'ANON-'
                           MOVE NUM-EMP TO WRK-ANON-NUM
                           MOVE WRK-ANON-TOKEN TO NOME-LOCATARIO
                           MOVE ZEROES TO NUM-LOC-EMP
                           MOVE REG-EMP TO REG-HEM
                           REWRITE REG-HEM
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WRK-SCRUB-COUNT
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-EMP.
       0320-SCRUB-HISTORY-YEAR-END. EXIT.

       0400-PRINT-RESULTS.
           MOVE WRK-READ-COUNT  TO WRK-READ-EDIT.
           MOVE WRK-SCRUB-COUNT TO WRK-SCRUB-EDIT.
