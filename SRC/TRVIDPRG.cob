      ******************************************************************
      * FILE NAME   : TRVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : BATCH TRANSACTION INTERFACE OF VIDEOTECA PROGRAM *
      *               - THE INTRANET PAGE AND THE PHONE LINE DROP      *
      *               REQUESTS INTO TRN-IN.txt TO PLACE A HOLD, CANCEL *
      *               A HOLD OR RENEW A LOAN ON A BORROWER'S BEHALF.   *
      *               EACH ONE IS PUT THROUGH THE COUNTER'S OWN RULES  *
      *               (EMVIDPRG) WITH EVERY STAFF DECISION TAKEN AWAY, *
      *               ANSWERED ACCEPTED OR REJECTED WITH THE REASON    *
      *               INTO TRN-OUT.txt, AND LOGGED ON THE AUDIT TRAIL  *
      *               UNDER OPERATOR INTERFAC. SAME FILE-DRIVEN        *
      *               PATTERN AS THE IQVIDPRG INQUIRY INBOX            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRVIDPRG.
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
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDTXS.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDRSS.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDCLS.cpy'. *> CALENDAR DAT WORKBOOK
           COPY 'CPVIDHOS.cpy'. *> BRANCH HOURS DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDPLS.cpy'. *> MEMBERSHIP PLANS DAT WORKBOOK
           COPY 'CPVIDFLS.cpy'. *> BRANCHES DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
           COPY 'CPVIDJRS.cpy'. *> RECOVERY JOURNAL WORKBOOK
      *
      *    THE INBOX - ONE REQUEST PER LINE: THE TYPE ('H' PLACE A
      *    HOLD, 'C' CANCEL A HOLD, 'R' RENEW A LOAN), THE BORROWER
      *    ID, THE KEY (MOVIE CODE, HOLD NUMBER OR LOAN NUMBER), THE
      *    PICKUP BRANCH FOR A HOLD AND THE CHANNEL ASKING.
           SELECT TRN-IN
              ASSIGN       TO 'TRN-IN.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-TRN-IN.
      *
           SELECT TRN-OUT
              ASSIGN       TO 'TRN-OUT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-TRN-OUT.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  TAXAS.
           COPY 'CPVIDTAX.cpy'. *> FEE LEDGER DATA FILE
      *
       FD  RESERVAS.
           COPY 'CPVIDRES.cpy'. *> RESERVATION DATA FILE
      *
       FD  CALENDARIO.
           COPY 'CPVIDCAL.cpy'. *> CALENDAR DATA FILE
      *
       FD  HORARIOS.
           COPY 'CPVIDHOR.cpy'. *> BRANCH HOURS DATA FILE
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  PLANOS.
           COPY 'CPVIDPLA.cpy'. *> MEMBERSHIP PLAN DATA FILE
      *
       FD  FILIAIS.
           COPY 'CPVIDFIL.cpy'. *> BRANCH DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  JOURNAL.
           COPY 'CPVIDJRN.cpy'. *> RECOVERY JOURNAL RECORD
      *
       FD  TRN-IN.
       01  REG-TRN.
           05 TRN-TIPO              PIC X(01).
           05 FILLER                PIC X(01).
           05 TRN-LOC               PIC 9(05).
           05 FILLER                PIC X(01).
           05 TRN-CHAVE             PIC 9(05).
           05 FILLER                PIC X(01).
           05 TRN-FILIAL            PIC X(02).
           05 FILLER                PIC X(01).
           05 TRN-CANAL             PIC X(08).
      *
       FD  TRN-OUT.
       01 REG-TRR                PIC X(100).
      *
       FD  MANUTENCAO.
           COPY 'CPVIDMTR.cpy'. *> MAINTENANCE FLAG RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDEMM.cpy'. *> LOAN MAINTENANCE MENU/SUPPORT
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDTXW.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDRSW.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDCLW.cpy'. *> CALENDAR DAT WORKBOOK
           COPY 'CPVIDHOW.cpy'. *> BRANCH HOURS DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDPLW.cpy'. *> MEMBERSHIP PLANS DAT WORKBOOK
           COPY 'CPVIDFLW.cpy'. *> BRANCHES DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
      *
       77  FS-TRN-IN                PIC X(02) VALUE '00'.
       77  FS-TRN-OUT               PIC X(02).
       77  WRK-TRN-LIDAS            PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-TRN-ACEITAS          PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-TRN-RECUSADAS        PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-TRN-ACE-EDIT         PIC Z(03)9.
       77  WRK-TRN-REC-EDIT         PIC Z(03)9.
      *
      *    THE ANSWER FOR THE REQUEST IN HAND, THE BRANCH A NEW HOLD
      *    IS COLLECTED AT, AND THE QUEUE FIGURES FOR ITS TITLE - HOW
      *    MANY ACTIVE HOLDS ARE AHEAD OF IT AND WHETHER THE SAME
      *    BORROWER ALREADY HAS ONE IN THE LINE.
       77  WRK-TRN-STATUS           PIC X(08) VALUE SPACES.
       77  WRK-TRN-FILIAL           PIC X(02) VALUE SPACES.
       77  WRK-TRN-FILA             PIC 9(03) VALUE ZERO.
       77  WRK-TRN-FILA-EDIT        PIC Z(02)9.
       77  WRK-TRN-PROPRIA          PIC X(01) VALUE 'N'.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'TRVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0010-CHECK-BATCH-MODE.
           PERFORM 0110-DATE-TIME.
           PERFORM 0100-OPEN-DATA.
           IF FS-TRN-IN EQUAL "00"
               PERFORM 0105-LOAD-POLICY
               PERFORM 0300-PROCESS-DATA
               PERFORM 0500-CLOSE-DATA
           END-IF.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0010-CHECK-BATCH-MODE SECTION.
           COPY 'CPVIDBOP.cpy'. *> DETECT HEADLESS/BATCH MODE
       0010-CHECK-BATCH-MODE-END. EXIT.

       0110-DATE-TIME SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
           MOVE " * * *  T R A N S A C T I O N S  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           IF NOT BATCH-MODE
               DISPLAY SCREEN-MAIN
           END-IF.
       0110-DATE-TIME-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN INPUT TRN-IN.
           IF FS-TRN-IN NOT EQUAL "00"
               MOVE '48NO TRN-IN.TXT INBOX TO PROCESS.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           OPEN OUTPUT TRN-OUT.
      *
           OPEN I-O EMPRESTIMOS.
           IF FS-EMPRESTIMOS EQUAL "35"
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN I-O EMPRESTIMOS
           END-IF.
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
           OPEN I-O RESERVAS.
           IF FS-RESERVAS EQUAL "35"
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS
           END-IF.
      *
           IF FS-RESERVAS NOT EQUAL "00"
               MOVE '47ERROR OPENING RESERVATIONS FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-RESERVAS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING RESERVATIONS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT MOVIES.
           IF FS-MOVIES EQUAL "35"
               OPEN OUTPUT MOVIES
               CLOSE MOVIES
               OPEN INPUT MOVIES
           END-IF.
      *
           OPEN INPUT BORROWERS.
           IF FS-BORROWERS EQUAL "35"
               OPEN OUTPUT BORROWERS
               CLOSE BORROWERS
               OPEN INPUT BORROWERS
           END-IF.
      *
           OPEN INPUT TAXAS.
           IF FS-TAXAS EQUAL "35"
               OPEN OUTPUT TAXAS
               CLOSE TAXAS
               OPEN INPUT TAXAS
           END-IF.
      *
           OPEN INPUT CALENDARIO.
           IF FS-CALENDARIO EQUAL "35"
               OPEN OUTPUT CALENDARIO
               CLOSE CALENDARIO
               OPEN INPUT CALENDARIO
           END-IF.
      *
           OPEN INPUT HORARIOS.
           IF FS-HORARIOS EQUAL "35"
               OPEN OUTPUT HORARIOS
               CLOSE HORARIOS
               OPEN INPUT HORARIOS
           END-IF.
      *
           OPEN INPUT PLANOS.
           IF FS-PLANOS EQUAL "35"
               OPEN OUTPUT PLANOS
               CLOSE PLANOS
               OPEN INPUT PLANOS
           END-IF.
      *
           OPEN INPUT FILIAIS.
           IF FS-FILIAIS EQUAL "35"
               OPEN OUTPUT FILIAIS
               CLOSE FILIAIS
               OPEN INPUT FILIAIS
           END-IF.
      *
      *    NOBODY SIGNS ON FOR AN OUTSIDE SYSTEM - EVERYTHING THIS
      *    INBOX DOES LANDS ON THE AUDIT TRAIL UNDER ITS OWN OPERATOR
      *    ID, WITH THE CHANNEL THAT ASKED IN THE ENTRY ITSELF, THE
      *    SAME WAY THE KIOSK SIGNS ITS WORK AS KIOSK.
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
           MOVE 'INTERFAC' TO WRK-OPERATOR.
      *
           OPEN EXTEND JOURNAL.
           IF FS-JOURNAL EQUAL "35"
               OPEN OUTPUT JOURNAL
           END-IF.
       0100-OPEN-DATA-END. EXIT.

      *    THE COUNTER'S POLICY KNOBS (SEE EMVIDPRG'S 0105-LOAD-POLICY)
      *    THAT A HOLD OR A RENEWAL DEPENDS ON - A REMOTE RENEWAL GETS
      *    EXACTLY THE TERMS IT WOULD HAVE GOT AT THE DESK.
       0105-LOAD-POLICY SECTION.
           ACCEPT WRK-FILIAL-TXT FROM ENVIRONMENT "VIDEOTECA-FILIAL".
           IF WRK-FILIAL-TXT NOT EQUAL SPACES
               MOVE WRK-FILIAL-TXT TO WRK-FILIAL
           END-IF.
      *
           OPEN INPUT PARAMS.
           IF FS-PARAMS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'LOANDAYS' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               MOVE WRK-PAR-NUM TO WRK-LOAN-DAYS
           END-IF.
      *
           MOVE 'MAXEMP  ' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               MOVE WRK-PAR-NUM TO WRK-MAX-EMP
           END-IF.
      *
           MOVE 'MAXRENOV' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1
               MOVE WRK-PAR-NUM TO WRK-MAX-RENOV
           END-IF.
      *
           MOVE 'TAXADIA ' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               COMPUTE WRK-TAXA-DIARIA = WRK-PAR-NUM / 100
           END-IF.
      *
           CLOSE PARAMS.
       0105-LOAD-POLICY-END. EXIT.

       0107-FETCH-PARAM SECTION.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0107-FETCH-PARAM-END. EXIT.

       0900-SHOW-MSG SECTION.
           COPY 'CPVIDSMS.cpy'. *> SHOW MESSAGE (SCREEN OR BATCH)
       0900-SHOW-MSG-END. EXIT.

      *    THE NIGHTLY CHAIN (BDVIDPRG) RAISES THE MAINTENANCE FLAG
      *    WHILE IT RUNS. EVERY REQUEST HERE IS AN UPDATE, SO EACH ONE
      *    LOOKS AT THE FLAG AFRESH AND IS REJECTED WHILE IT IS UP -
      *    THE CHANNEL SENDS IT AGAIN ONCE THE CHAIN HAS FINISHED.
       0299-CHECK-MAINTENANCE SECTION.
           COPY 'CPVIDMTC.cpy'. *> READ MAINTENANCE FLAG
      *
           IF MANUTENCAO-ATIVA
               MOVE '43SYSTEM IN NIGHTLY MAINTENANCE - TRY LATER.'
                   TO WRK-MSG
           END-IF.
       0299-CHECK-MAINTENANCE-END. EXIT.

       0300-PROCESS-DATA SECTION.
           PERFORM UNTIL FS-TRN-IN EQUAL "10"
               READ TRN-IN
                   AT END MOVE "10" TO FS-TRN-IN
                   NOT AT END
                       ADD 1 TO WRK-TRN-LIDAS
                       PERFORM 0310-ANSWER-ONE
               END-READ
           END-PERFORM.
       0300-PROCESS-DATA-END. EXIT.

      *    EVERY LINE GETS AN ANSWER LINE AND AN AUDIT ENTRY, WHATEVER
      *    HAPPENED TO IT. THE WORKER SECTIONS LEAVE THE OUTCOME IN
      *    WRK-MSG THE WAY THE COUNTER DOES - '57' IS A DONE DEAL,
      *    ANY OTHER CODE IS A REFUSAL WITH ITS REASON.
       0310-ANSWER-ONE SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE WRK-MSG.
      *
           IF TRN-LOC NOT NUMERIC OR TRN-CHAVE NOT NUMERIC
               MOVE '20MALFORMED REQUEST LINE.' TO WRK-MSG
           ELSE
               PERFORM 0299-CHECK-MAINTENANCE
           END-IF.
      *
           IF WRK-MSG-TEXT EQUAL SPACES
               EVALUATE TRN-TIPO
                   WHEN 'H'
                       PERFORM 0320-PLACE-HOLD
                   WHEN 'C'
                       PERFORM 0330-CANCEL-HOLD
                   WHEN 'R'
                       PERFORM 0340-RENEW-LOAN
                   WHEN OTHER
                       MOVE '20UNKNOWN REQUEST TYPE.' TO WRK-MSG
               END-EVALUATE
           END-IF.
      *
           PERFORM 0380-ANSWER-AND-AUDIT.
       0310-ANSWER-ONE-END. EXIT.

      *    THE BORROWER NAMED ON THE REQUEST, AS EMVIDPRG 0315 CHECKS
      *    THEM - ON FILE AND NOT RETIRED - WITH THEIR PLAN TERMS
      *    LOADED. AN ACCOUNT IN COLLECTIONS IS ONLY A WARNING AT THE
      *    DESK, WHERE STAFF DECIDE; WITH NOBODY TO DECIDE IT IS A
      *    REFUSAL, AS AT THE KIOSK.
       0315-CHECK-BORROWER SECTION.
           MOVE TRN-LOC TO WRK-CHECK-LOC NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   MOVE '48BORROWER ID NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
      *
           IF LOC-INATIVO
               MOVE '43BORROWER IS RETIRED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE NOME-LOC      TO WRK-CHECK-NOME.
           MOVE DATA-NASC-LOC TO WRK-CHECK-NASC.
           PERFORM 0311-LOAD-BORROWER-POLICY.
      *
           IF EM-COBRANCA
               MOVE '43ACCOUNT IN COLLECTIONS - SEE THE COUNTER.'
                   TO WRK-MSG
           END-IF.
       0315-CHECK-BORROWER-END. EXIT.

      *    THE COUNTER'S ROAD TO A HOLD (EMVIDPRG 0310 INTO 0316): A
      *    BORROWER IN GOOD STANDING, A TITLE THEY ARE OLD ENOUGH FOR,
      *    AND NO COPY ON THE SHELF - OR THE TITLE NOT YET PAST ITS
      *    STREET DATE. A SECOND HOLD BY THE SAME BORROWER ON THE SAME
      *    TITLE IS REFUSED, SO A REQUEST SENT TWICE QUEUES ONCE.
       0320-PLACE-HOLD SECTION.
           PERFORM 0315-CHECK-BORROWER.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0313-CHECK-STANDING.
           IF WRK-STAND-BLOCK EQUAL 'S'
               STRING '43' WRK-STAND-REASON DELIMITED BY '.'
                      ' - SEE THE COUNTER.' DELIMITED BY SIZE
                   INTO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           IF TRN-FILIAL EQUAL SPACES
               MOVE WRK-FILIAL TO WRK-TRN-FILIAL
           ELSE
               MOVE TRN-FILIAL TO WRK-TRN-FILIAL COD-FIL
               READ FILIAIS
                   INVALID KEY
                       MOVE '48PICKUP BRANCH NOT FOUND.' TO WRK-MSG
                       EXIT PARAGRAPH
               END-READ
           END-IF.
      *
           MOVE TRN-CHAVE TO WRK-CHECK-CODIGO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '48MOVIE CODE NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
      *
           EVALUATE TRUE
               WHEN NOT REG-ATIVO
                   MOVE '43TITLE WITHDRAWN.' TO WRK-MSG
               WHEN NOT ACERVO-POSSUIDO
                   MOVE '43TITLE NOT OWNED YET (WISHLIST/ON ORDER).'
                       TO WRK-MSG
               WHEN OTHER
                   PERFORM 0308-CHECK-AGE-RATING
           END-EVALUATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'N' TO WRK-EMBARGO.
           IF DATA-ESTREIA-FIL NUMERIC
              AND DATA-ESTREIA-FIL GREATER WRK-TODAY-NUM
               MOVE 'S' TO WRK-EMBARGO
           END-IF.
           IF QTDE-DISPONIVEL GREATER ZERO
              AND WRK-EMBARGO NOT EQUAL 'S'
               MOVE '43COPIES ON THE SHELF - NO HOLD NEEDED.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0318-SCAN-HOLD-QUEUE.
           IF WRK-TRN-PROPRIA EQUAL 'S'
               MOVE '43BORROWER ALREADY HOLDS THIS TITLE.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0316-QUEUE-HOLD.
       0320-PLACE-HOLD-END. EXIT.

      *    EMVIDPRG 0308 WITHOUT THE SUPERVISOR OVERRIDE - A RATED
      *    TITLE NEEDS A BIRTH DATE ON FILE AND A BORROWER OF AGE.
       0308-CHECK-AGE-RATING SECTION.
           IF CLASSIF-LIVRE OR CLASSIF-FIL NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE CLASSIF-FIL TO WRK-CLASSIF-MIN.
      *
           IF WRK-CHECK-NASC EQUAL ZEROES
               MOVE '43NO BIRTH DATE ON FILE FOR RATED TITLE.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           COMPUTE WRK-IDADE =
               (WRK-TODAY-NUM - WRK-CHECK-NASC) / 10000.
           IF WRK-IDADE LESS WRK-CLASSIF-MIN
               STRING '43BORROWER UNDER AGE RATING ' CLASSIF-FIL '.'
                   DELIMITED BY SIZE INTO WRK-MSG
           END-IF.
       0308-CHECK-AGE-RATING-END. EXIT.

      *    THE COUNTER'S STANDING CHECK (EMVIDPRG 0313) WITHOUT THE
      *    SUPERVISOR OVERRIDE: OVERDUE ITEMS, UNPAID FEES OR THE
      *    SIMULTANEOUS-LOAN CEILING SET WRK-STAND-BLOCK AND THE
      *    REASON, AND THE REQUEST IS REFUSED WITH IT.
       0313-CHECK-STANDING SECTION.
           MOVE ZERO TO WRK-STAND-ATIVOS WRK-STAND-VENCIDOS
                        WRK-STAND-TAXAS.
           MOVE 'N'  TO WRK-STAND-BLOCK.
           MOVE SPACES TO WRK-STAND-REASON.
      *
           MOVE 'A' TO EMP-STATUS.
           START EMPRESTIMOS KEY IS EQUAL EMP-STATUS
               INVALID KEY
                   MOVE 10 TO FS-EMPRESTIMOS
           END-START.
           IF FS-EMPRESTIMOS NOT EQUAL 10
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
                   END-READ
           END-IF.
      *
           PERFORM UNTIL FS-EMPRESTIMOS EQUAL 10
                     OR EMP-STATUS NOT EQUAL 'A'
               IF NUM-LOC-EMP EQUAL WRK-CHECK-LOC
                   ADD 1 TO WRK-STAND-ATIVOS
                   IF DATA-PREVISTA LESS WRK-TODAY-NUM
                       ADD 1 TO WRK-STAND-VENCIDOS
                   END-IF
               END-IF
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
                   END-READ
           END-PERFORM.
      *
           MOVE WRK-CHECK-LOC TO NUM-LOC-TAX.
           START TAXAS KEY IS EQUAL NUM-LOC-TAX
               INVALID KEY
                   MOVE 10 TO FS-TAXAS
           END-START.
           IF FS-TAXAS NOT EQUAL 10
               READ TAXAS NEXT AT END MOVE 10 TO FS-TAXAS
                   END-READ
           END-IF.
      *
           PERFORM UNTIL FS-TAXAS EQUAL 10
                     OR NUM-LOC-TAX NOT EQUAL WRK-CHECK-LOC
               IF TAX-PENDENTE
                   ADD 1 TO WRK-STAND-TAXAS
               END-IF
               READ TAXAS NEXT AT END MOVE 10 TO FS-TAXAS
                   END-READ
           END-PERFORM.
      *
           EVALUATE TRUE
               WHEN WRK-STAND-VENCIDOS GREATER ZERO
                   MOVE 'S' TO WRK-STAND-BLOCK
                   MOVE 'BORROWER HAS OVERDUE ITEM(S) OUT.'
                       TO WRK-STAND-REASON
               WHEN WRK-STAND-TAXAS GREATER ZERO
                   MOVE 'S' TO WRK-STAND-BLOCK
                   MOVE 'BORROWER HAS UNPAID LATE FEES.'
                       TO WRK-STAND-REASON
               WHEN WRK-STAND-ATIVOS NOT LESS WRK-EFF-MAX-EMP
                   MOVE 'S' TO WRK-STAND-BLOCK
                   MOVE 'BORROWER AT MAXIMUM SIMULTANEOUS LOANS.'
                       TO WRK-STAND-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0313-CHECK-STANDING-END. EXIT.

      *    WALKS THE CODIGO-RES DUPLICATE GROUP OF THE TITLE (AS
      *    EMVIDPRG 0318 DOES) COUNTING THE ACTIVE HOLDS ALREADY IN
      *    LINE AND NOTING WHETHER THIS BORROWER IS ONE OF THEM.
       0318-SCAN-HOLD-QUEUE SECTION.
           MOVE ZERO TO WRK-TRN-FILA.
           MOVE 'N'  TO WRK-TRN-PROPRIA.
      *
           MOVE WRK-CHECK-CODIGO TO CODIGO-RES.
           START RESERVAS KEY IS EQUAL CODIGO-RES
               INVALID KEY
                   MOVE 10 TO FS-RESERVAS
           END-START.
      *
           IF FS-RESERVAS NOT EQUAL 10
               READ RESERVAS NEXT AT END MOVE 10 TO FS-RESERVAS
                   END-READ
           END-IF.
      *
           PERFORM UNTIL FS-RESERVAS EQUAL 10
                     OR CODIGO-RES NOT EQUAL WRK-CHECK-CODIGO
               IF RES-ATIVA
                   ADD 1 TO WRK-TRN-FILA
                   IF NUM-LOC-RES EQUAL WRK-CHECK-LOC
                       MOVE 'S' TO WRK-TRN-PROPRIA
                   END-IF
               END-IF
               READ RESERVAS NEXT AT END MOVE 10 TO FS-RESERVAS
                   END-READ
           END-PERFORM.
       0318-SCAN-HOLD-QUEUE-END. EXIT.

      *    EMVIDPRG 0316 ONCE THE BORROWER HAS SAID YES - THE NEXT
      *    RESERVATION NUMBER BY THE HIGH-KEY IDIOM, AND THE HOLD
      *    QUEUED FOR COLLECTION AT THE BRANCH ASKED FOR.
       0316-QUEUE-HOLD SECTION.
           MOVE HIGH-VALUES TO NUM-RES.
           START RESERVAS KEY IS NOT GREATER NUM-RES
               INVALID KEY
                   MOVE ZEROES TO NUM-RES
               NOT INVALID KEY
                   READ RESERVAS NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-RES GIVING WRK-RES-NEXT.
      *
           INITIALIZE REG-RES.
           MOVE WRK-RES-NEXT     TO NUM-RES.
           MOVE WRK-CHECK-CODIGO TO CODIGO-RES.
           MOVE WRK-CHECK-LOC    TO NUM-LOC-RES.
           MOVE WRK-CHECK-NOME   TO NOME-LOC-RES.
           MOVE WRK-TODAY-NUM    TO DATA-RES.
           MOVE WRK-TRN-FILIAL   TO FILIAL-RES.
           SET RES-ATIVA TO TRUE.
      *
           WRITE REG-RES
               INVALID KEY
                   MOVE '47ERROR RECORDING HOLD.' TO WRK-MSG
               NOT INVALID KEY
                   MOVE NUM-RES TO WRK-RES-NUM-EDIT
                   ADD 1 TO WRK-TRN-FILA
                   MOVE WRK-TRN-FILA TO WRK-TRN-FILA-EDIT
                   STRING '57HOLD #' DELIMITED BY SIZE
                          WRK-RES-NUM-EDIT DELIMITED BY SIZE
                          ' QUEUED - POSITION ' DELIMITED BY SIZE
                          WRK-TRN-FILA-EDIT DELIMITED BY SIZE
                          ' IN LINE.' DELIMITED BY SIZE
                          INTO WRK-MSG
           END-WRITE.
       0316-QUEUE-HOLD-END. EXIT.

      *    A HOLD CAN ONLY BE CANCELLED BY THE BORROWER WHO PLACED IT
      *    AND ONLY WHILE IT IS STILL WAITING - THE SAME CLOSE ORVIDPRG
      *    GIVES A HOLD ON A TITLE THAT WILL NEVER ARRIVE. STANDING
      *    DOES NOT MATTER HERE: NOBODY IS REFUSED LEAVING THE QUEUE.
       0330-CANCEL-HOLD SECTION.
           MOVE TRN-CHAVE TO NUM-RES.
           READ RESERVAS
               INVALID KEY
                   MOVE '48HOLD NUMBER NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
      *
           EVALUATE TRUE
               WHEN NUM-LOC-RES NOT EQUAL TRN-LOC
                   MOVE '43HOLD BELONGS TO ANOTHER BORROWER.'
                       TO WRK-MSG
               WHEN NOT RES-ATIVA
                   MOVE '20HOLD ALREADY CLOSED.' TO WRK-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           SET RES-CANCELADA TO TRUE.
           REWRITE REG-RES
               INVALID KEY
                   MOVE '47ERROR RECORDING CANCELLATION.' TO WRK-MSG
               NOT INVALID KEY
                   MOVE NUM-RES TO WRK-RES-NUM-EDIT
                   STRING '57HOLD #' DELIMITED BY SIZE
                          WRK-RES-NUM-EDIT DELIMITED BY SIZE
                          ' CANCELLED.' DELIMITED BY SIZE
                          INTO WRK-MSG
           END-REWRITE.
       0330-CANCEL-HOLD-END. EXIT.

      *    THE COUNTER'S RENEWAL RULES (EMVIDPRG 0340) - ONLY AN
      *    ACTIVE LOAN, ONLY UNDER THE RENEWAL CEILING, EXTENDED FROM
      *    THE CURRENT DUE DATE BY THE BORROWER'S OWN LOAN PERIOD -
      *    AND ONLY A LOAN OF THE BORROWER NAMED, WHO MUST STILL PASS
      *    0315 (NOT RETIRED, NOT IN COLLECTIONS).
       0340-RENEW-LOAN SECTION.
           MOVE TRN-CHAVE TO NUM-EMP.
           READ EMPRESTIMOS
               INVALID KEY
                   MOVE '48LOAN NUMBER NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           MOVE REG-EMP TO WRK-JRN-ANTES.
      *
           EVALUATE TRUE
               WHEN NUM-LOC-EMP NOT EQUAL TRN-LOC
                   MOVE '43LOAN BELONGS TO ANOTHER BORROWER.'
                       TO WRK-MSG
               WHEN NOT EMP-ATIVO
                   MOVE '20LOAN ALREADY CLOSED.' TO WRK-MSG
               WHEN QTDE-RENOV-EMP NOT LESS WRK-MAX-RENOV
                   MOVE '43RENEWAL LIMIT REACHED FOR THIS LOAN.'
                       TO WRK-MSG
               WHEN OTHER
                   PERFORM 0315-CHECK-BORROWER
           END-EVALUATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0345-EXTEND-DUE-DATE.
       0340-RENEW-LOAN-END. EXIT.

       0345-EXTEND-DUE-DATE SECTION.
           COMPUTE WRK-DUE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-PREVISTA)
             + WRK-EFF-LOAN-DAYS).
           PERFORM 0348-ROLL-PAST-CLOSED.
           MOVE WRK-DUE-NUM TO DATA-PREVISTA.
           PERFORM 0348A-STAMP-DUE-TIME.
           ADD 1 TO QTDE-RENOV-EMP.
      *
           REWRITE REG-EMP
               INVALID KEY
                   MOVE '42ERROR RECORDING RENEWAL.' TO WRK-MSG
               NOT INVALID KEY
                   PERFORM 0391-JOURNAL-EMP-REWRITE
                   MOVE DATA-PREVISTA TO WRK-DUE-DISP
                   STRING '57LOAN RENEWED. NOW DUE ' DELIMITED BY SIZE
                          WRK-DUE-DISP DELIMITED BY SIZE
                          ' BY ' DELIMITED BY SIZE
                          HORA-PREVISTA-EMP DELIMITED BY SIZE
                          '.' DELIMITED BY SIZE
                          INTO WRK-MSG
           END-REWRITE.
       0345-EXTEND-DUE-DATE-END. EXIT.

       0348-ROLL-PAST-CLOSED SECTION.
           MOVE WRK-DUE-NUM TO WRK-CAL-PROBE.
           PERFORM 0349-CHECK-DAY-CLOSED.
      *
           PERFORM UNTIL WRK-CAL-FECHADO EQUAL 'N'
               COMPUTE WRK-CAL-PROBE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-CAL-PROBE) + 1)
               PERFORM 0349-CHECK-DAY-CLOSED
           END-PERFORM.
      *
           MOVE WRK-CAL-PROBE TO WRK-DUE-NUM.
       0348-ROLL-PAST-CLOSED-END. EXIT.

      *    AS EMVIDPRG 0348A - A RENEWAL IS DUE BY THE LENDING
      *    BRANCH'S CLOSING TIME ON THE NEW DUE DATE.
       0348A-STAMP-DUE-TIME SECTION.
           MOVE FILIAL-EMP    TO WRK-HOR-FILIAL.
           MOVE DATA-PREVISTA TO WRK-HOR-DATA.
           COPY 'CPVIDHOB.cpy'. *> BRANCH HOURS FOR A DATE
           MOVE WRK-HOR-FECHA TO HORA-PREVISTA-EMP.
       0348A-STAMP-DUE-TIME-END. EXIT.

       0349-CHECK-DAY-CLOSED SECTION.
           MOVE 'N' TO WRK-CAL-FECHADO.
      *
           COMPUTE WRK-CAL-INT =
               FUNCTION INTEGER-OF-DATE(WRK-CAL-PROBE).
           COMPUTE WRK-CAL-DOW = FUNCTION MOD(WRK-CAL-INT 7).
           IF WRK-CAL-DOW EQUAL ZERO
               MOVE 'S' TO WRK-CAL-FECHADO
           ELSE
               MOVE WRK-CAL-PROBE TO DATA-FECHADO
               READ CALENDARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CAL-FECHADO
               END-READ
           END-IF.
       0349-CHECK-DAY-CLOSED-END. EXIT.

      *    SAME AS EMVIDPRG - START FROM THE HOUSE KNOBS AND LET A
      *    NON-ZERO FIELD ON THE BORROWER'S PLAN (REG-LOC) WIN.
       0311-LOAD-BORROWER-POLICY SECTION.
           MOVE WRK-LOAN-DAYS   TO WRK-EFF-LOAN-DAYS.
           MOVE WRK-MAX-EMP     TO WRK-EFF-MAX-EMP.
           MOVE WRK-TAXA-DIARIA TO WRK-EFF-TAXA-DIARIA.
      *
           IF PLANO-LOC EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE PLANO-LOC TO COD-PLA.
           READ PLANOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
      *
           IF LIMITE-EMP-PLA GREATER ZERO
               MOVE LIMITE-EMP-PLA TO WRK-EFF-MAX-EMP
           END-IF.
           IF PRAZO-EMP-PLA GREATER ZERO
               MOVE PRAZO-EMP-PLA TO WRK-EFF-LOAN-DAYS
           END-IF.
           IF TAXA-DIA-PLA GREATER ZERO
               MOVE TAXA-DIA-PLA TO WRK-EFF-TAXA-DIARIA
           END-IF.
       0311-LOAD-BORROWER-POLICY-END. EXIT.

      *    ONE ANSWER LINE - THE REQUEST'S OWN TYPE, BORROWER AND KEY
      *    ECHOED BACK, THE VERDICT AND THE REASON - AND ONE AUDIT
      *    ENTRY CARRYING THE CHANNEL THAT ASKED.
       0380-ANSWER-AND-AUDIT SECTION.
           IF WRK-MSG(1:2) EQUAL '57'
               MOVE 'ACCEPTED' TO WRK-TRN-STATUS
               ADD 1 TO WRK-TRN-ACEITAS
           ELSE
               MOVE 'REJECTED' TO WRK-TRN-STATUS
               ADD 1 TO WRK-TRN-RECUSADAS
           END-IF.
      *
           MOVE SPACES TO REG-TRR.
           STRING TRN-TIPO ';' TRN-LOC ';' TRN-CHAVE ';'
                  WRK-TRN-STATUS ';' WRK-MSG-TEXT
               DELIMITED BY SIZE INTO REG-TRR.
           WRITE REG-TRR.
      *
           EVALUATE TRN-TIPO
               WHEN 'H'
                   MOVE 'TRNRESER' TO LOG-OPERACAO
                   MOVE 'RESERVA'  TO LOG-CAMPO
               WHEN 'C'
                   MOVE 'TRNCANCL' TO LOG-OPERACAO
                   MOVE 'RESERVA'  TO LOG-CAMPO
               WHEN 'R'
                   MOVE 'TRNRENOV' TO LOG-OPERACAO
                   MOVE 'PREVISTA' TO LOG-CAMPO
               WHEN OTHER
                   MOVE 'TRNINVAL' TO LOG-OPERACAO
                   MOVE SPACES     TO LOG-CAMPO
           END-EVALUATE.
           IF TRN-CHAVE NUMERIC
               MOVE TRN-CHAVE TO LOG-CODIGO
           ELSE
               MOVE ZEROES    TO LOG-CODIGO
           END-IF.
           MOVE SPACES TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           STRING 'BORROWER ' TRN-LOC ' VIA ' TRN-CANAL
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           STRING WRK-TRN-STATUS ' ' WRK-MSG-TEXT
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0399-WRITE-AUDIT-LOG.
       0380-ANSWER-AND-AUDIT-END. EXIT.

       0399-WRITE-AUDIT-LOG SECTION.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0399-WRITE-AUDIT-LOG-END. EXIT.

       0391-JOURNAL-EMP-REWRITE SECTION.
           MOVE 'EMP'         TO JRN-ARQUIVO.
           SET JRN-REGRAVACAO TO TRUE.
           MOVE WRK-JRN-ANTES TO JRN-ANTES.
           MOVE REG-EMP       TO JRN-DEPOIS.
           COPY 'CPVIDJWR.cpy'. *> APPEND JOURNAL IMAGE
       0391-JOURNAL-EMP-REWRITE-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE TRN-IN TRN-OUT.
           CLOSE MOVIES BORROWERS TAXAS RESERVAS CALENDARIO
                 HORARIOS.
           CLOSE PLANOS FILIAIS LOG-AUDITORIA JOURNAL.
           CLOSE EMPRESTIMOS.
      *
           IF FS-EMPRESTIMOS NOT EQUAL "00"
               MOVE '47ERROR CLOSING LOANS FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-EMPRESTIMOS TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING LOANS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           MOVE WRK-TRN-ACEITAS   TO WRK-TRN-ACE-EDIT.
           MOVE WRK-TRN-RECUSADAS TO WRK-TRN-REC-EDIT.
           INITIALIZE WRK-MSG.
           STRING '54INBOX DONE - ACCEPTED: ' DELIMITED BY SIZE
                  WRK-TRN-ACE-EDIT DELIMITED BY SIZE
                  ' REJECTED: ' DELIMITED BY SIZE
                  WRK-TRN-REC-EDIT DELIMITED BY SIZE
                  ' (SEE TRN-OUT.TXT).' DELIMITED BY SIZE
                  INTO WRK-MSG.
           PERFORM 0900-SHOW-MSG.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM TRVIDPRG.
