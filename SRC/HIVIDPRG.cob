      ******************************************************************
      * FILE NAME   : HIVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : HISTORY PARTITION RUN OF VIDEOTECA PROGRAM -     *
      *               MOVES CLOSED LOANS, THEIR SETTLED FEES AND THEIR *
      *               PAYMENTS OLDER THAN THE RETENTION WINDOW OUT OF  *
      *               THE LIVE FILES INTO YEARLY HISTORY FILES, SO THE *
      *               LIVE FILES ONLY CARRY RECENT AND OPEN ITEMS      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDTXS.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDPGS.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDHES.cpy'. *> LOAN HISTORY WORKBOOK
           COPY 'CPVIDHTS.cpy'. *> FEE LEDGER HISTORY WORKBOOK
           COPY 'CPVIDHPS.cpy'. *> FEE PAYMENTS HISTORY WORKBOOK
           COPY 'CPVIDHXS.cpy'. *> HISTORY YEAR INDEX WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
           SELECT HISTORICO-REL
              ASSIGN       TO 'HISTORICO-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-HISTORICO-REL.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  TAXAS.
           COPY 'CPVIDTAX.cpy'. *> FEE LEDGER DATA FILE
      *
       FD  PAGAMENTOS.
           COPY 'CPVIDPAG.cpy'. *> FEE PAYMENT DATA FILE
      *
       FD  HIST-EMP.
           COPY 'CPVIDHER.cpy'. *> LOAN HISTORY RECORD
      *
       FD  HIST-TAX.
           COPY 'CPVIDHTR.cpy'. *> FEE LEDGER HISTORY RECORD
      *
       FD  HIST-PAG.
           COPY 'CPVIDHPR.cpy'. *> FEE PAYMENTS HISTORY RECORD
      *
       FD  HIST-IDX.
           COPY 'CPVIDHXR.cpy'. *> HISTORY YEAR INDEX RECORD
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  HISTORICO-REL.
       01 REG-HRL                PIC X(80).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDTXW.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDPGW.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDHEW.cpy'. *> LOAN HISTORY WORKBOOK
           COPY 'CPVIDHTW.cpy'. *> FEE LEDGER HISTORY WORKBOOK
           COPY 'CPVIDHPW.cpy'. *> FEE PAYMENTS HISTORY WORKBOOK
           COPY 'CPVIDHXW.cpy'. *> HISTORY YEAR INDEX WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
      *
       77  FS-HISTORICO-REL          PIC X(02).
       01  WRK-TODAY-NUM             PIC 9(08) VALUE ZERO.
       01  WRK-TODAY-R REDEFINES WRK-TODAY-NUM.
           05 WRK-TODAY-ANO          PIC 9(04).
           05 WRK-TODAY-MES          PIC 9(02).
           05 FILLER                 PIC 9(02).
      *
      *    THE RETENTION WINDOW IN MONTHS (PARAMETER HISTMES, 24 WHEN
      *    NOT SET) AND THE FIRST DAY OF THE OLDEST MONTH THE LIVE
      *    FILES KEEP. NEVER LESS THAN 13 MONTHS, SO LAST YEAR'S
      *    MONTH-END RUNS (STATEMENTS, JOURNAL EXPORT, INVOICING)
      *    STILL FIND EVERYTHING THEY NEED ON THE LIVE FILES.
       77  WRK-MESES                 PIC 9(03) VALUE 24.
       77  WRK-MESES-MIN             PIC 9(03) VALUE 13.
       77  WRK-MESES-EDIT            PIC ZZ9.
       77  WRK-CORTE                 PIC 9(08) VALUE ZERO.
       77  WRK-CORTE-MESES           PIC 9(06) VALUE ZERO.
       77  WRK-CORTE-ANO             PIC 9(04) VALUE ZERO.
       77  WRK-CORTE-MES             PIC 9(02) VALUE ZERO.
      *
      *    PER LOAN: THE STATUS GROUP BEING WALKED, THE DAY THE LOAN
      *    CLOSED, WHETHER IT IS FREE TO GO, WHETHER IT HAS A FEE AND
      *    WHETHER ALL ITS HISTORY ROWS WENT DOWN CLEANLY.
       77  WRK-STATUS-GRUPO          PIC X(01) VALUE SPACE.
       77  WRK-DATA-FIM              PIC 9(08) VALUE ZERO.
       77  WRK-ELEGIVEL              PIC X(01) VALUE 'N'.
           88 LOAN-ELEGIVEL              VALUE 'S'.
       77  WRK-TEM-TAXA              PIC X(01) VALUE 'N'.
           88 LOAN-TEM-TAXA              VALUE 'S'.
       77  WRK-GRAVOU                PIC X(01) VALUE 'S'.
           88 HIST-GRAVOU                VALUE 'S'.
       77  WRK-ANO-LOAN              PIC 9(04) VALUE ZERO.
       77  WRK-ANO-ABERTO            PIC 9(04) VALUE ZERO.
       77  WRK-ANO-FALHOU            PIC 9(04) VALUE ZERO.
      *
       77  WRK-EMP-QTDE              PIC 9(07) USAGE COMP-3 VALUE ZERO.
       77  WRK-TAX-QTDE              PIC 9(07) USAGE COMP-3 VALUE ZERO.
       77  WRK-PAG-QTDE              PIC 9(07) USAGE COMP-3 VALUE ZERO.
       77  WRK-RETIDO-QTDE           PIC 9(07) USAGE COMP-3 VALUE ZERO.
       77  WRK-COUNT-EDIT            PIC Z(06)9.
       77  WRK-COUNT-EDIT2           PIC Z(06)9.
       77  WRK-COUNT-EDIT3           PIC Z(06)9.
      *
      *    THE YEARS WITH HISTORY FILES ON DISK, KEPT IN ASCENDING
      *    ORDER - LOADED FROM HISTORICO.txt, ADDED TO AS NEW YEARS
      *    ARE OPENED AND WRITTEN BACK AT THE END - WITH WHAT THIS RUN
      *    MOVED INTO EACH.
       01  TAB-ANOS.
           05 OCC-ANO      OCCURS 60 TIMES.
              10 EL-ANO            PIC 9(04).
              10 EL-ANO-EMP        PIC 9(07) USAGE COMP-3.
              10 EL-ANO-TAX        PIC 9(07) USAGE COMP-3.
              10 EL-ANO-PAG        PIC 9(07) USAGE COMP-3.
       77  WRK-ANO-QTDE              PIC 9(02) VALUE ZERO.
       77  WRK-ANO-IDX               PIC 9(02) VALUE ZERO.
       77  WRK-ANO-POS               PIC 9(02) VALUE ZERO.
       77  WRK-ANO-NOVO              PIC 9(04) VALUE ZERO.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'HIVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0010-CHECK-BATCH-MODE.
           PERFORM 0110-DATE-TIME.
           PERFORM 0105-LOAD-POLICY.
           PERFORM 0210-CONFIRM-RUN.
      *
           IF WRK-AWAIT EQUAL 'Y' OR EQUAL 'y'
               PERFORM 0100-OPEN-DATA
               PERFORM 0150-LOAD-YEAR-INDEX
               PERFORM 0300-PROCESS-DATA
               PERFORM 0450-REBUILD-YEAR-INDEX
               PERFORM 0400-PRINT-RESULTS
               PERFORM 0500-CLOSE-DATA
           END-IF.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0010-CHECK-BATCH-MODE.
           COPY 'CPVIDBOP.cpy'. *> DETECT HEADLESS/BATCH MODE
       0010-CHECK-BATCH-MODE-END. EXIT.

       0110-DATE-TIME.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
       0110-DATE-TIME-END. EXIT.

       0105-LOAD-POLICY.
           OPEN INPUT PARAMS.
           IF FS-PARAMS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'HISTMES ' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               MOVE WRK-PAR-NUM TO WRK-MESES
           END-IF.
      *
           CLOSE PARAMS.
       0105-LOAD-POLICY-END. EXIT.

       0107-FETCH-PARAM.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0107-FETCH-PARAM-END. EXIT.

      *    A HEADLESS RUN (VIDEOTECA-BATCH=Y, SET BY THE BDVIDPRG
      *    NIGHT CHAIN) TAKES THE WINDOW FROM PARAMS.dat AND SKIPS
      *    THE CONFIRMATION - THE OFFICE LISTS THIS STEP ON
      *    BATCH-CTL.txt FOR THE FIRST NIGHT OF THE MONTH. AT THE
      *    TERMINAL THE WINDOW CAN BE WIDENED FOR ONE RUN, NEVER
      *    NARROWED BELOW THE FLOOR.
       0210-CONFIRM-RUN.
           IF WRK-MESES LESS WRK-MESES-MIN
               MOVE WRK-MESES-MIN TO WRK-MESES
           END-IF.
      *
           IF BATCH-MODE
               PERFORM 0220-COMPUTE-CUTOFF
               MOVE 'Y' TO WRK-AWAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE "  * * *  HISTORY PARTITION RUN  * * *" TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           DISPLAY SCREEN-MAIN.
      *
           DISPLAY 'KEEP ON THE LIVE FILES (MONTHS): [   ]'
               AT LINE 10 COLUMN 14.
           MOVE WRK-MESES TO WRK-MESES-EDIT.
           DISPLAY WRK-MESES-EDIT AT LINE 10 COLUMN 48
               COLOR 3 HIGHLIGHT.
           ACCEPT WRK-MESES AT LINE 10 COLUMN 48.
      *
           IF WRK-MESES LESS WRK-MESES-MIN
               MOVE SPACES TO WRK-MSG
               MOVE WRK-MESES-MIN TO WRK-MESES-EDIT
               STRING '20THE LIVE FILES KEEP AT LEAST ' WRK-MESES-EDIT
                      ' MONTHS.'
                   DELIMITED BY SIZE INTO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               MOVE 'N' TO WRK-AWAIT
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0220-COMPUTE-CUTOFF.
           DISPLAY 'CLOSED BEFORE..................: '
               AT LINE 12 COLUMN 14.
           DISPLAY WRK-CORTE AT LINE 12 COLUMN 48 COLOR 11 HIGHLIGHT.
      *
           MOVE '41MOVE CLOSED ITEMS TO THE HISTORY FILES (Y/N)?'
               TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
       0210-CONFIRM-RUN-END. EXIT.

      *    FIRST DAY OF THE MONTH WRK-MESES BACK FROM THIS ONE - A
      *    LOAN, FEE OR PAYMENT DATED BEFORE IT IS OLD ENOUGH TO GO.
       0220-COMPUTE-CUTOFF.
           COMPUTE WRK-CORTE-MESES = WRK-TODAY-ANO * 12
                                   + WRK-TODAY-MES - 1
                                   - WRK-MESES.
           DIVIDE WRK-CORTE-MESES BY 12 GIVING WRK-CORTE-ANO
               REMAINDER WRK-CORTE-MES.
           ADD 1 TO WRK-CORTE-MES.
           COMPUTE WRK-CORTE = WRK-CORTE-ANO * 10000
                             + WRK-CORTE-MES * 100 + 1.
       0220-COMPUTE-CUTOFF-END. EXIT.

       0100-OPEN-DATA.
           OPEN I-O EMPRESTIMOS.
      *
           IF FS-EMPRESTIMOS NOT EQUAL "00"
               MOVE '47ERROR OPENING LOANS FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-EMPRESTIMOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING LOANS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O TAXAS.
           IF FS-TAXAS EQUAL "35"
               OPEN OUTPUT TAXAS
               CLOSE TAXAS
               OPEN I-O TAXAS
           END-IF.
      *
           OPEN I-O PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL "35"
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN I-O PAGAMENTOS
           END-IF.
      *
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
      *
           OPEN OUTPUT HISTORICO-REL.
      *
           IF FS-HISTORICO-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING HISTORICO-REL FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-HISTORICO-REL TO WS-ABEND-CODE
               MOVE 'ERROR OPENING HISTORICO-REL FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           MOVE SPACES TO REG-HRL.
           STRING 'VIDEOTECA - HISTORY PARTITION RUN OF ' WRK-DATE
                  ' ' WRK-TIME
               DELIMITED BY SIZE INTO REG-HRL.
           WRITE REG-HRL.
           MOVE WRK-MESES TO WRK-MESES-EDIT.
           MOVE SPACES TO REG-HRL.
           STRING 'KEEPING ' WRK-MESES-EDIT ' MONTHS - ITEMS CLOSED '
                  'BEFORE ' WRK-CORTE ' MOVED'
               DELIMITED BY SIZE INTO REG-HRL.
           WRITE REG-HRL.
           MOVE ALL '-' TO REG-HRL.
           WRITE REG-HRL.
       0100-OPEN-DATA-END. EXIT.

       0150-LOAD-YEAR-INDEX.
           MOVE ZERO TO WRK-ANO-QTDE.
           INITIALIZE TAB-ANOS.
      *
           OPEN INPUT HIST-IDX.
           IF FS-HIST-IDX NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM UNTIL FS-HIST-IDX EQUAL "10"
               READ HIST-IDX AT END MOVE "10" TO FS-HIST-IDX
                   NOT AT END
                       IF HIX-ANO IS NUMERIC AND HIX-ANO GREATER ZERO
                           MOVE HIX-ANO TO WRK-ANO-NOVO
                           PERFORM 0160-ADD-YEAR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-IDX.
       0150-LOAD-YEAR-INDEX-END. EXIT.

      *    ORDERED INSERT OF WRK-ANO-NOVO INTO TAB-ANOS, LEAVING
      *    WRK-ANO-POS ON ITS SLOT. A YEAR ALREADY THERE IS NOT
      *    ADDED TWICE.
       0160-ADD-YEAR.
           MOVE ZERO TO WRK-ANO-POS.
           PERFORM VARYING WRK-ANO-IDX FROM 1 BY 1
                   UNTIL WRK-ANO-IDX GREATER WRK-ANO-QTDE
                      OR WRK-ANO-POS NOT EQUAL ZERO
               IF EL-ANO(WRK-ANO-IDX) EQUAL WRK-ANO-NOVO
                   MOVE WRK-ANO-IDX TO WRK-ANO-POS
                   EXIT PARAGRAPH
               END-IF
               IF EL-ANO(WRK-ANO-IDX) GREATER WRK-ANO-NOVO
                   MOVE WRK-ANO-IDX TO WRK-ANO-POS
               END-IF
           END-PERFORM.
      *
           IF WRK-ANO-QTDE NOT LESS 60
               MOVE ZERO TO WRK-ANO-POS
               EXIT PARAGRAPH
           END-IF.
           IF WRK-ANO-POS EQUAL ZERO
               COMPUTE WRK-ANO-POS = WRK-ANO-QTDE + 1
           ELSE
               PERFORM VARYING WRK-ANO-IDX FROM WRK-ANO-QTDE BY -1
                       UNTIL WRK-ANO-IDX LESS WRK-ANO-POS
                   MOVE OCC-ANO(WRK-ANO-IDX)
                     TO OCC-ANO(WRK-ANO-IDX + 1)
               END-PERFORM
           END-IF.
           ADD 1 TO WRK-ANO-QTDE.
           INITIALIZE OCC-ANO(WRK-ANO-POS).
           MOVE WRK-ANO-NOVO TO EL-ANO(WRK-ANO-POS).
       0160-ADD-YEAR-END. EXIT.

      *    RETURNED LOANS FIRST, THEN THE ONES WRITTEN OFF AS LOST -
      *    THE ACTIVE GROUP IS NEVER TOUCHED.
       0300-PROCESS-DATA.
           MOVE 'D' TO WRK-STATUS-GRUPO.
           PERFORM 0310-WALK-STATUS.
           MOVE 'P' TO WRK-STATUS-GRUPO.
           PERFORM 0310-WALK-STATUS.
      *
           IF WRK-ANO-ABERTO NOT EQUAL ZERO
               CLOSE HIST-EMP HIST-TAX HIST-PAG
               MOVE ZERO TO WRK-ANO-ABERTO
           END-IF.
       0300-PROCESS-DATA-END. EXIT.

      *    ONE EMP-STATUS DUPLICATE GROUP. A DELETE DOES NOT DISTURB
      *    DYNAMIC-ACCESS SEQUENTIAL READING (SEE ARVIDPRG), SO THE
      *    WALK CARRIES ON FORWARD AFTER A LOAN HAS GONE.
       0310-WALK-STATUS.
           MOVE WRK-STATUS-GRUPO TO EMP-STATUS.
           START EMPRESTIMOS KEY IS EQUAL EMP-STATUS
               INVALID KEY MOVE 10 TO FS-EMPRESTIMOS
           END-START.
           IF FS-EMPRESTIMOS NOT EQUAL 10
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-EMPRESTIMOS EQUAL 10
                     OR EMP-STATUS NOT EQUAL WRK-STATUS-GRUPO
               PERFORM 0320-CHECK-LOAN
               IF LOAN-ELEGIVEL
                   PERFORM 0330-MOVE-LOAN
               END-IF
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-PERFORM.
       0310-WALK-STATUS-END. EXIT.

      *    A CLOSED LOAN GOES ONLY WHEN EVERYTHING HANGING OFF IT IS
      *    OLD AND FINISHED TOO: IT CLOSED BEFORE THE CUTOFF, ITS FEE
      *    (IF ANY) IS PAID OR WAIVED AND WAS SETTLED BEFORE THE
      *    CUTOFF, AND EVERY PAYMENT AGAINST IT IS OLDER THAN THE
      *    CUTOFF AND NOT A CHARGE-ACCOUNT ROW STILL WAITING FOR THE
      *    MONTH-END INVOICE RUN. A LOST COPY NEVER CAME BACK, SO ITS
      *    DUE DATE STANDS IN FOR THE RETURN.
       0320-CHECK-LOAN.
           MOVE 'N' TO WRK-ELEGIVEL WRK-TEM-TAXA.
      *
           MOVE DATA-DEVOLUCAO TO WRK-DATA-FIM.
           IF WRK-DATA-FIM EQUAL ZERO
               MOVE DATA-PREVISTA TO WRK-DATA-FIM
           END-IF.
           IF WRK-DATA-FIM NOT LESS WRK-CORTE
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE NUM-EMP TO NUM-EMP-TAX.
           READ TAXAS
               INVALID KEY
                   MOVE 'N' TO WRK-TEM-TAXA
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-TAXA
           END-READ.
           IF LOAN-TEM-TAXA
               IF TAX-PENDENTE
                   ADD 1 TO WRK-RETIDO-QTDE
                   EXIT PARAGRAPH
               END-IF
               MOVE DATA-PAGAMENTO-TAX TO WRK-DATA-FIM
               IF WRK-DATA-FIM EQUAL ZERO
                   MOVE DATA-TAX TO WRK-DATA-FIM
               END-IF
               IF WRK-DATA-FIM NOT LESS WRK-CORTE
                   ADD 1 TO WRK-RETIDO-QTDE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *
           MOVE NUM-EMP TO NUM-EMP-PAG.
           START PAGAMENTOS KEY IS EQUAL NUM-EMP-PAG
               INVALID KEY MOVE 10 TO FS-PAGAMENTOS
           END-START.
           IF FS-PAGAMENTOS NOT EQUAL 10
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-IF.
           PERFORM UNTIL FS-PAGAMENTOS EQUAL 10
                     OR NUM-EMP-PAG NOT EQUAL NUM-EMP
               IF DATA-PAG NOT LESS WRK-CORTE
                  OR (FORMA-CONTA AND NUM-FAT-PAG EQUAL ZERO)
                   ADD 1 TO WRK-RETIDO-QTDE
                   EXIT PARAGRAPH
               END-IF
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-PERFORM.
      *
           MOVE 'S' TO WRK-ELEGIVEL.
       0320-CHECK-LOAN-END. EXIT.

      *    THE LOAN, ITS FEE AND ITS PAYMENTS GO INTO THE HISTORY
      *    FILES OF THE YEAR IT WAS CHECKED OUT IN. NOTHING LEAVES
      *    THE LIVE FILES UNTIL ALL OF IT IS SAFELY WRITTEN - IF ANY
      *    WRITE FAILS, WHAT DID GO DOWN IS TAKEN BACK OUT OF HISTORY
      *    AND THE LOAN STAYS LIVE, SO NO READER EVER COUNTS IT TWICE
      *    OR NOT AT ALL. A ROW ALREADY IN HISTORY (A RUN CUT SHORT
      *    BETWEEN THE WRITE AND THE DELETE) COUNTS AS WRITTEN.
       0330-MOVE-LOAN.
           MOVE DATA-EMPRESTIMO(1:4) TO WRK-ANO-LOAN.
           IF WRK-ANO-LOAN NOT EQUAL WRK-ANO-ABERTO
               PERFORM 0340-OPEN-YEAR
           END-IF.
           IF WRK-ANO-ABERTO EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'S' TO WRK-GRAVOU.
           MOVE REG-EMP TO REG-HEM.
           WRITE REG-HEM
               INVALID KEY CONTINUE
           END-WRITE.
           IF FS-HIST-EMP NOT EQUAL "00" AND NOT EQUAL "22"
               EXIT PARAGRAPH
           END-IF.
      *
           IF LOAN-TEM-TAXA
               MOVE REG-TAX TO REG-HTX
               WRITE REG-HTX
                   INVALID KEY CONTINUE
               END-WRITE
               IF FS-HIST-TAX NOT EQUAL "00" AND NOT EQUAL "22"
                   MOVE 'N' TO WRK-GRAVOU
               END-IF
           END-IF.
      *
           IF HIST-GRAVOU
               MOVE NUM-EMP TO NUM-EMP-PAG
               START PAGAMENTOS KEY IS EQUAL NUM-EMP-PAG
                   INVALID KEY MOVE 10 TO FS-PAGAMENTOS
               END-START
               IF FS-PAGAMENTOS NOT EQUAL 10
                   READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
                   END-READ
               END-IF
               PERFORM UNTIL FS-PAGAMENTOS EQUAL 10
                         OR NUM-EMP-PAG NOT EQUAL NUM-EMP
                         OR NOT HIST-GRAVOU
                   MOVE REG-PAG TO REG-HPG
                   WRITE REG-HPG
                       INVALID KEY CONTINUE
                   END-WRITE
                   IF FS-HIST-PAG NOT EQUAL "00" AND NOT EQUAL "22"
                       MOVE 'N' TO WRK-GRAVOU
                   END-IF
                   READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
                   END-READ
               END-PERFORM
           END-IF.
      *
           IF NOT HIST-GRAVOU
               PERFORM 0350-UNDO-HISTORY
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0360-DELETE-LIVE.
       0330-MOVE-LOAN-END. EXIT.

      *    CLOSES THE PREVIOUS YEAR'S TRIO AND OPENS (CREATING WHEN
      *    NEW) EMPRESTIMOS-, TAXAS- AND PAGAMENTOS-AAAA.dat. A YEAR
      *    WHOSE FILES WILL NOT OPEN IS REPORTED ONCE AND ITS LOANS
      *    STAY LIVE UNTIL THE NEXT RUN.
       0340-OPEN-YEAR.
           IF WRK-ANO-ABERTO NOT EQUAL ZERO
               CLOSE HIST-EMP HIST-TAX HIST-PAG
               MOVE ZERO TO WRK-ANO-ABERTO
           END-IF.
           IF WRK-ANO-LOAN EQUAL WRK-ANO-FALHOU
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO WRK-HEM-FILE WRK-HTX-FILE WRK-HPG-FILE.
           STRING 'EMPRESTIMOS-' WRK-ANO-LOAN '.dat'
               DELIMITED BY SIZE INTO WRK-HEM-FILE.
           STRING 'TAXAS-' WRK-ANO-LOAN '.dat'
               DELIMITED BY SIZE INTO WRK-HTX-FILE.
           STRING 'PAGAMENTOS-' WRK-ANO-LOAN '.dat'
               DELIMITED BY SIZE INTO WRK-HPG-FILE.
      *
           OPEN I-O HIST-EMP.
           IF FS-HIST-EMP EQUAL "35"
               OPEN OUTPUT HIST-EMP
               CLOSE HIST-EMP
               OPEN I-O HIST-EMP
           END-IF.
           OPEN I-O HIST-TAX.
           IF FS-HIST-TAX EQUAL "35"
               OPEN OUTPUT HIST-TAX
               CLOSE HIST-TAX
               OPEN I-O HIST-TAX
           END-IF.
           OPEN I-O HIST-PAG.
           IF FS-HIST-PAG EQUAL "35"
               OPEN OUTPUT HIST-PAG
               CLOSE HIST-PAG
               OPEN I-O HIST-PAG
           END-IF.
      *
           IF FS-HIST-EMP NOT EQUAL "00"
              OR FS-HIST-TAX NOT EQUAL "00"
              OR FS-HIST-PAG NOT EQUAL "00"
               CLOSE HIST-EMP HIST-TAX HIST-PAG
               MOVE WRK-ANO-LOAN TO WRK-ANO-FALHOU
               MOVE SPACES TO REG-HRL
               STRING 'CANNOT OPEN THE HISTORY FILES OF ' WRK-ANO-LOAN
                      ' - ITS LOANS STAY LIVE'
                   DELIMITED BY SIZE INTO REG-HRL
               WRITE REG-HRL
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-ANO-LOAN TO WRK-ANO-ABERTO WRK-ANO-NOVO.
           PERFORM 0160-ADD-YEAR.
       0340-OPEN-YEAR-END. EXIT.

       0350-UNDO-HISTORY.
           MOVE NUM-EMP TO HEM-NUM-EMP.
           DELETE HIST-EMP
               INVALID KEY CONTINUE
           END-DELETE.
           IF LOAN-TEM-TAXA
               MOVE NUM-EMP TO HTX-NUM-EMP
               DELETE HIST-TAX
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.
      *
           MOVE NUM-EMP TO NUM-EMP-PAG.
           START PAGAMENTOS KEY IS EQUAL NUM-EMP-PAG
               INVALID KEY MOVE 10 TO FS-PAGAMENTOS
           END-START.
           IF FS-PAGAMENTOS NOT EQUAL 10
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-IF.
           PERFORM UNTIL FS-PAGAMENTOS EQUAL 10
                     OR NUM-EMP-PAG NOT EQUAL NUM-EMP
               MOVE NUM-PAG TO HPG-NUM-PAG
               DELETE HIST-PAG
                   INVALID KEY CONTINUE
               END-DELETE
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-PERFORM.
      *
           MOVE SPACES TO REG-HRL.
           STRING 'LOAN ' NUM-EMP ' NOT MOVED - HISTORY WRITE FAILED'
               DELIMITED BY SIZE INTO REG-HRL.
           WRITE REG-HRL.
       0350-UNDO-HISTORY-END. EXIT.

      *    EVERYTHING IS IN HISTORY - NOW IT COMES OFF THE LIVE
      *    FILES, PAYMENTS FIRST, THEN THE FEE, THEN THE LOAN ITSELF
      *    (THE CURRENT RECORD OF THE STATUS WALK).
       0360-DELETE-LIVE.
           MOVE NUM-EMP TO NUM-EMP-PAG.
           START PAGAMENTOS KEY IS EQUAL NUM-EMP-PAG
               INVALID KEY MOVE 10 TO FS-PAGAMENTOS
           END-START.
           IF FS-PAGAMENTOS NOT EQUAL 10
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-IF.
           PERFORM UNTIL FS-PAGAMENTOS EQUAL 10
                     OR NUM-EMP-PAG NOT EQUAL NUM-EMP
               DELETE PAGAMENTOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-PAG-QTDE
                       ADD 1 TO EL-ANO-PAG(WRK-ANO-POS)
               END-DELETE
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-PERFORM.
      *
           IF LOAN-TEM-TAXA
               MOVE NUM-EMP TO NUM-EMP-TAX
               DELETE TAXAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-TAX-QTDE
                       ADD 1 TO EL-ANO-TAX(WRK-ANO-POS)
               END-DELETE
           END-IF.
      *
           DELETE EMPRESTIMOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-EMP-QTDE
                   ADD 1 TO EL-ANO-EMP(WRK-ANO-POS)
           END-DELETE.
       0360-DELETE-LIVE-END. EXIT.

       0400-PRINT-RESULTS.
           MOVE SPACES TO REG-HRL.
           WRITE REG-HRL.
           MOVE 'YEAR        LOANS       FEES   PAYMENTS' TO REG-HRL.
           WRITE REG-HRL.
           PERFORM VARYING WRK-ANO-IDX FROM 1 BY 1
                   UNTIL WRK-ANO-IDX GREATER WRK-ANO-QTDE
               IF EL-ANO-EMP(WRK-ANO-IDX) GREATER ZERO
                   MOVE EL-ANO-EMP(WRK-ANO-IDX) TO WRK-COUNT-EDIT
                   MOVE EL-ANO-TAX(WRK-ANO-IDX) TO WRK-COUNT-EDIT2
                   MOVE EL-ANO-PAG(WRK-ANO-IDX) TO WRK-COUNT-EDIT3
                   MOVE SPACES TO REG-HRL
                   STRING EL-ANO(WRK-ANO-IDX) '    ' WRK-COUNT-EDIT
                          '    ' WRK-COUNT-EDIT2 '    '
                          WRK-COUNT-EDIT3
                       DELIMITED BY SIZE INTO REG-HRL
                   WRITE REG-HRL
               END-IF
           END-PERFORM.
      *
           MOVE WRK-EMP-QTDE TO WRK-COUNT-EDIT.
           MOVE WRK-TAX-QTDE TO WRK-COUNT-EDIT2.
           MOVE WRK-PAG-QTDE TO WRK-COUNT-EDIT3.
           MOVE SPACES TO REG-HRL.
           STRING 'TOTAL   ' WRK-COUNT-EDIT '    ' WRK-COUNT-EDIT2
                  '    ' WRK-COUNT-EDIT3
               DELIMITED BY SIZE INTO REG-HRL.
           WRITE REG-HRL.
           MOVE WRK-RETIDO-QTDE TO WRK-COUNT-EDIT.
           MOVE SPACES TO REG-HRL.
           STRING 'OLD LOANS KEPT LIVE (FEE OR PAYMENT STILL OPEN): '
                  WRK-COUNT-EDIT
               DELIMITED BY SIZE INTO REG-HRL.
           WRITE REG-HRL.
      *
           MOVE 'HISTORIC' TO LOG-OPERACAO.
           MOVE ZEROES     TO LOG-CODIGO.
           MOVE 'CORTE'    TO LOG-CAMPO.
           MOVE WRK-CORTE  TO LOG-VALOR-ANTIGO.
           MOVE SPACES     TO LOG-VALOR-NOVO.
           MOVE WRK-EMP-QTDE TO WRK-COUNT-EDIT.
           STRING 'LOANS' WRK-COUNT-EDIT ' FEES' WRK-COUNT-EDIT2
                  ' PAYMENTS' WRK-COUNT-EDIT3
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
      *
           INITIALIZE WRK-MSG.
           STRING '57HISTORY RUN DONE - ' DELIMITED BY SIZE
                  WRK-COUNT-EDIT DELIMITED BY SIZE
                  ' LOAN(S) MOVED.' DELIMITED BY SIZE
                  INTO WRK-MSG.
           PERFORM 0900-SHOW-MSG.
       0400-PRINT-RESULTS-END. EXIT.

       0450-REBUILD-YEAR-INDEX.
           IF WRK-ANO-QTDE EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT HIST-IDX.
           PERFORM VARYING WRK-ANO-IDX FROM 1 BY 1
                   UNTIL WRK-ANO-IDX GREATER WRK-ANO-QTDE
               MOVE EL-ANO(WRK-ANO-IDX) TO HIX-ANO
               WRITE REG-HIX
           END-PERFORM.
           CLOSE HIST-IDX.
       0450-REBUILD-YEAR-INDEX-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE EMPRESTIMOS TAXAS PAGAMENTOS LOG-AUDITORIA
                 HISTORICO-REL.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       0900-SHOW-MSG.
           COPY 'CPVIDSMS.cpy'. *> SHOW MESSAGE (SCREEN OR BATCH)
       0900-SHOW-MSG-END. EXIT.

       END PROGRAM HIVIDPRG.
