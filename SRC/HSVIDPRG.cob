       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDHES.cpy'. *> LOAN HISTORY WORKBOOK
           COPY 'CPVIDHXS.cpy'. *> HISTORY YEAR INDEX WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDPNS.cpy'. *> LOYALTY POINTS DAT WORKBOOK
      *
           SELECT EXTRATO
              ASSIGN       TO 'EXTRATO.txt'
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
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  PONTOS.
           COPY 'CPVIDPNT.cpy'. *> LOYALTY POINTS DATA FILE
      *
       FD  EXTRATO.
       01 REG-EXT.                  *> LRECL 100
           COPY 'CPVIDMNU.cpy'. *> MAIN MENU
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDHEW.cpy'. *> LOAN HISTORY WORKBOOK
           COPY 'CPVIDHXW.cpy'. *> HISTORY YEAR INDEX WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDPNW.cpy'. *> LOYALTY POINTS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE (SPVIDPRG)
           COPY 'CPVIDRKL.cpy'. *> PERSONAL RECOMMENDATIONS LINKAGE
           COPY 'CPVIDMKW.cpy'. *> PERSONAL-DATA MASKING WORKBOOK
      *
       77  FS-EXTRATO                PIC X(02).
       77  WRK-ASK-LOC               PIC 9(05) VALUE ZERO.
       77  WRK-LOC-NOME              PIC X(20) VALUE SPACES.
       77  WRK-LOC-FONE              PIC X(12) VALUE SPACES.
       77  WRK-LOC-ENDERECO          PIC X(30) VALUE SPACES.
       77  WRK-LOC-CIDADE            PIC X(25) VALUE SPACES.
       77  WRK-TODAY-NUM             PIC 9(08) VALUE ZERO.
       77  WRK-DATE-DISP             PIC 9(04)/9(02)/9(02).
       77  WRK-LINE-COUNT            PIC 9(02) USAGE COMP-3 VALUE 50.
       77  WRK-TOTAL-EDIT            PIC Z(04)9.
       77  WRK-OUT-EDIT              PIC Z(04)9.
       77  WRK-NUM-EMP-EDIT          PIC Z(04)9.
       77  WRK-PNT-EDIT              PIC Z(06)9.
       77  WRK-RCM-IDX               PIC 9(02) VALUE ZERO.
       77  WRK-RCM-COD-EDIT          PIC Z(04)9.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
      *    LOYALTY POINTS LEDGER - CONSULT ONLY, FOR THE BALANCE
      *    LINE AT THE FOOT OF THE STATEMENT.
           OPEN INPUT PONTOS.
           IF FS-PONTOS EQUAL "35"
               OPEN OUTPUT PONTOS
               CLOSE PONTOS
               OPEN INPUT PONTOS
           END-IF.
      *
           OPEN OUTPUT EXTRATO.
      *
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
      *    THE PRINT FOLLOWS THE PROFILE OF WHOEVER RAN IT - PHONE
      *    AND STREET IN FULL FOR A SUPERVISOR OR AN ADMINISTRATOR,
      *    MASKED (CPVIDMKB.cpy) FOR ANYONE ELSE.
           ACCEPT WRK-MSK-PERFIL FROM ENVIRONMENT "VIDEOTECA-PERFIL".
           MOVE WRK-ASK-LOC TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   MOVE 'NOT ON FILE' TO WRK-LOC-NOME
               NOT INVALID KEY
                   MOVE NOME-LOC TO WRK-LOC-NOME
                   PERFORM 0105-MASK-BORROWER
                   MOVE CIDADE-LOC TO WRK-LOC-CIDADE
                   IF MSK-VE-TUDO
                       MOVE FONE-LOC         TO WRK-LOC-FONE
                       MOVE ENDERECO-LOC     TO WRK-LOC-ENDERECO
                   ELSE
                       MOVE WRK-MSK-FONE     TO WRK-LOC-FONE
                       MOVE WRK-MSK-ENDERECO TO WRK-LOC-ENDERECO
                   END-IF
           END-READ.
       0100-OPEN-DATA-END. EXIT.

       0105-MASK-BORROWER.
           COPY 'CPVIDMKB.cpy'. *> MASK BORROWER PERSONAL DATA
       0105-MASK-BORROWER-END. EXIT.

      *    WALKS EVERY LOAN IN NUMBER ORDER AND PRINTS THE ONES THAT
      *    BELONG TO THE CHOSEN BORROWER, PAST AND PRESENT - THE
      *    TITLE IS RESOLVED FROM MOVIES.dat BY CODIGO-EMP AND THE
      *    CURRENT STATUS IS DERIVED FROM EMP-STATUS AND TODAY'S DATE.
      *    LOANS ALREADY MOVED TO THE YEARLY HISTORY FILES (HIVIDPRG)
      *    COME FIRST, OLDEST YEAR FIRST, SO THE STATEMENT STAYS IN
      *    LOAN ORDER AND STILL SHOWS EVERY LOAN.
       0300-PROCESS-DATA.
           PERFORM 0290-LOAD-HISTORY-YEARS.
           PERFORM VARYING WRK-HIX-IDX FROM 1 BY 1
                   UNTIL WRK-HIX-IDX GREATER WRK-HIX-QTDE
               PERFORM 0295-WALK-HISTORY-YEAR
           END-PERFORM.
      *
           MOVE LOW-VALUES TO NUM-EMP.
           START EMPRESTIMOS KEY IS NOT LESS NUM-EMP
               INVALID KEY MOVE 10 TO FS-EMPRESTIMOS
           END-PERFORM.
       0300-PROCESS-DATA-END. EXIT.

       0290-LOAD-HISTORY-YEARS.
           COPY 'CPVIDHXL.cpy'. *> LOAD HISTORY YEAR INDEX
       0290-LOAD-HISTORY-YEARS-END. EXIT.

      *    ONE YEAR'S LOAN HISTORY FILE, READ THROUGH THE LIVE FIELD
      *    NAMES - A YEAR WHOSE FILE WILL NOT OPEN IS PASSED OVER.
       0295-WALK-HISTORY-YEAR.
           MOVE SPACES TO WRK-HEM-FILE.
           STRING 'EMPRESTIMOS-' EL-HIX-ANO(WRK-HIX-IDX) '.dat'
               DELIMITED BY SIZE INTO WRK-HEM-FILE.
           OPEN INPUT HIST-EMP.
           IF FS-HIST-EMP NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM UNTIL FS-HIST-EMP NOT EQUAL "00"
               READ HIST-EMP NEXT AT END MOVE "10" TO FS-HIST-EMP
                   NOT AT END
                       MOVE REG-HEM TO REG-EMP
                       IF NUM-LOC-EMP EQUAL WRK-ASK-LOC
                           PERFORM 0310-PRINT-LOAN-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-EMP.
       0295-WALK-HISTORY-YEAR-END. EXIT.

       0310-PRINT-LOAN-LINE.
           IF WRK-LINE-COUNT NOT LESS WRK-LINE-MAX
               PERFORM 0320-PRINT-PAGE-HEADER
                  WRK-LOC-NOME DELIMITED BY SIZE
                  INTO REG-EXT.
           WRITE REG-EXT.
      *
           INITIALIZE REG-EXT.
           STRING 'PHONE: ' DELIMITED BY SIZE
                  WRK-LOC-FONE DELIMITED BY SIZE
                  '  ADDRESS: ' DELIMITED BY SIZE
                  WRK-LOC-ENDERECO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-LOC-CIDADE DELIMITED BY SIZE
                  INTO REG-EXT.
           WRITE REG-EXT.
      *
           INITIALIZE REG-EXT.
           WRITE REG-EXT.
                      INTO REG-EXT
               WRITE REG-EXT
           END-IF.
      *
           MOVE WRK-ASK-LOC TO NUM-LOC-PNT.
           COPY 'CPVIDPNB.cpy'. *> LOYALTY POINTS BALANCE
           IF WRK-PNT-SALDO GREATER ZERO
               INITIALIZE REG-EXT
               MOVE WRK-PNT-SALDO TO WRK-PNT-EDIT
               STRING 'LOYALTY POINTS BALANCE: ' DELIMITED BY SIZE
                      WRK-PNT-EDIT DELIMITED BY SIZE
                      INTO REG-EXT
               WRITE REG-EXT
           END-IF.
      *
           PERFORM 0410-PRINT-RECOMMENDATIONS.
      *
           IF WRK-TOTAL-LOANS EQUAL ZERO
               MOVE '20NO LOANS ON FILE FOR THIS BORROWER.'
           ACCEPT SCREEN-WAIT.
       0400-PRINT-RESULTS-END. EXIT.

      *    THE BORROWER'S OWN TOP FIVE (RKVIDPRG) AT THE FOOT OF THE
      *    STATEMENT - AVAILABLE TITLES THEY HAVE NEVER HAD, WITH
      *    WHAT DREW EACH ONE IN.
       0410-PRINT-RECOMMENDATIONS.
           MOVE WRK-ASK-LOC TO LNK-RCM-LOC.
           MOVE 5           TO LNK-RCM-MAX.
           CALL 'RKVIDPRG' USING LNK-RECOMENDA.
           IF LNK-RCM-QTDE EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE REG-EXT.
           WRITE REG-EXT.
           INITIALIZE REG-EXT.
           STRING 'RECOMMENDED FOR YOU - ON THE SHELF NOW'
               DELIMITED BY SIZE INTO REG-EXT.
           WRITE REG-EXT.
      *
           PERFORM VARYING WRK-RCM-IDX FROM 1 BY 1
                   UNTIL WRK-RCM-IDX GREATER LNK-RCM-QTDE
               INITIALIZE REG-EXT
               MOVE EL-RCM-CODIGO(WRK-RCM-IDX) TO WRK-RCM-COD-EDIT
               MOVE WRK-RCM-COD-EDIT TO REG-EXT-NUM
               MOVE EL-RCM-TITULO(WRK-RCM-IDX) TO REG-EXT-TITULO
               EVALUATE TRUE
                   WHEN RCM-SERIE(WRK-RCM-IDX)
                       MOVE 'SERIES'      TO REG-EXT-LOANED
                   WHEN RCM-PESSOA(WRK-RCM-IDX)
                       MOVE 'CAST/CREW'   TO REG-EXT-LOANED
                   WHEN OTHER
                       MOVE 'GENRE'       TO REG-EXT-LOANED
               END-EVALUATE
               WRITE REG-EXT
           END-PERFORM.
       0410-PRINT-RECOMMENDATIONS-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE EMPRESTIMOS MOVIES BORROWERS PONTOS EXTRATO.
      *
      *    THE RUN JUST WRITTEN GOES ON THE REPORT SPOOL SO IT CAN
      *    BE VIEWED OR REPRINTED LATER INSTEAD OF BEING LOST TO
