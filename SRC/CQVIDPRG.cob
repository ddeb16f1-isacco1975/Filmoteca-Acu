      ******************************************************************
      * FILE NAME   : CQVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : CUSTOMER COMPLAINT AND SERVICE INCIDENT LOG OF   *
      *               VIDEOTECA PROGRAM - RECORDS A COMPLAINT AGAINST  *
      *               THE BORROWER, LOAN AND COPY, HANDS IT TO AN      *
      *               OWNER, RESOLVES IT (A STORE CREDIT ON VALES OR A *
      *               WAIVED LATE FEE ON TAXAS WHERE MONEY IS DUE),    *
      *               FLAGS COPIES THAT KEEP DRAWING DISC FAULTS AND   *
      *               PRINTS THE MONTHLY COMPLAINTS REPORT             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CQVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDCQS.cpy'. *> CUSTOMER COMPLAINTS DAT WORKBOOK
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDCPS.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDTXS.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDVLS.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
      *    THE CLOSED-PERIOD REGISTER MFVIDPRG APPENDS TO - A LATE FEE
      *    DATED IN A CLOSED MONTH IS NOT WAIVED FROM HERE EITHER.
           SELECT FECHAMES
              ASSIGN       TO 'FECHA-MES.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-FECHAMES.
      *
           SELECT RECLAM-REL
              ASSIGN       TO 'RECLAM-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-RECLAM-REL.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RECLAMACOES.
           COPY 'CPVIDCQR.cpy'. *> CUSTOMER COMPLAINT DATA FILE
      *
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  COPIAS.
           COPY 'CPVIDCOP.cpy'. *> COPY REGISTER DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  TAXAS.
           COPY 'CPVIDTAX.cpy'. *> FEE LEDGER DATA FILE
      *
       FD  VALES.
           COPY 'CPVIDVAL.cpy'. *> GIFT VOUCHER DATA FILE
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  FECHAMES.
       01  REG-FME.
           05 FME-PERIODO           PIC 9(06).
           05 FILLER                PIC X(01).
           05 FME-STAMP             PIC X(16).
           05 FILLER                PIC X(01).
           05 FME-OPERADOR          PIC X(08).
      *
       FD  RECLAM-REL.
       01 REG-RRL                PIC X(80).
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
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDCQW.cpy'. *> CUSTOMER COMPLAINTS DAT WORKBOOK
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDCPW.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDTXW.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDVLW.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE (SPVIDPRG)
           COPY 'CPVIDVFL.cpy'. *> VERIFY-CREDENTIALS LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-FECHAMES              PIC X(02) VALUE '00'.
       77  FS-RECLAM-REL            PIC X(02) VALUE '00'.
       77  WRK-QOPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-LST-LINE             PIC 9(02) USAGE COMP-3 VALUE 09.
       77  WRK-DATA-EDIT            PIC 9999/99/99.
       77  WRK-VALOR-EDIT           PIC Z.ZZ9,99.
       77  WRK-TOTAL-EDIT           PIC ZZZ.ZZ9,99.
       77  WRK-QTDE-EDIT            PIC ZZZ9.
       77  WRK-DIAS-EDIT            PIC ZZZ9.
       77  WRK-MEDIA-EDIT           PIC ZZ9,9.
       77  WRK-NUM-RCL-EDIT         PIC Z(05)9.
       77  WRK-NUM-VAL-EDIT         PIC Z(06)9.
       77  IDX                      PIC S9(04) COMP VALUE ZERO.
      *
      *    DISC-FAULT COMPLAINTS A COPY MAY DRAW SINCE ITS CONDITION
      *    WAS LAST GRADED BEFORE IT IS FLAGGED FOR INSPECTION
      *    (PARAMS.dat CODE RCLDEFEI).
       77  WRK-RCL-LIMITE           PIC 9(03) VALUE 002.
      *
      *    THE COMPLAINT BEING TAKEN OR WORKED, AS KEYED.
       77  WRK-RCL-NUM              PIC 9(06) VALUE ZERO.
       77  WRK-RCL-LOC              PIC 9(05) VALUE ZERO.
       77  WRK-RCL-EMP              PIC 9(05) VALUE ZERO.
       77  WRK-RCL-CODIGO           PIC 9(05) VALUE ZERO.
       77  WRK-RCL-COPIA            PIC 9(03) VALUE ZERO.
       77  WRK-RCL-CATEG            PIC X(01) VALUE SPACE.
       77  WRK-RCL-DESCR            PIC X(50) VALUE SPACES.
       77  WRK-RCL-DONO             PIC X(08) VALUE SPACES.
       77  WRK-RCL-STATUS           PIC X(01) VALUE SPACE.
       77  WRK-RCL-RESOL            PIC X(01) VALUE SPACE.
       77  WRK-RCL-TEXTO            PIC X(40) VALUE SPACES.
       77  WRK-RCL-VALOR            PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-RCL-VALE             PIC 9(07) VALUE ZERO.
       77  WRK-RCL-FALHAS           PIC 9(03) VALUE ZERO.
       77  WRK-RCL-DIAS             PIC S9(05) VALUE ZERO.
       77  WRK-RCL-TITULO           PIC X(30) VALUE SPACES.
       77  WRK-VAL-PROX             PIC 9(07) VALUE ZERO.
      *
      *    HIGHEST MONTH CLOSED BY MFVIDPRG AND THE MONTH OF THE FEE
      *    BEING WAIVED - SAME RULE AS THE FEE DESK.
       77  WRK-MES-FECHADO          PIC 9(06) VALUE ZERO.
       77  WRK-MES-TAX              PIC 9(06) VALUE ZERO.
      *
      *    COLLECTIONS-FLAG CLEAR SCRATCH (AS TXVIDPRG).
       77  WRK-COB-LOC              PIC 9(05) VALUE ZERO.
       77  WRK-COB-RESTO            PIC 9(03) VALUE ZERO.
      *
      *    MONTHLY REPORT - THE MONTH, AND PER COPY THE COMPLAINTS IN
      *    THE MONTH, THE DISC FAULTS AMONG THEM AND ALL ON FILE.
       77  WRK-REL-MES              PIC 9(06) VALUE ZERO.
       77  WRK-REL-CHAVE            PIC X(08) VALUE SPACES.
       77  WRK-REL-NO-MES           PIC 9(03) VALUE ZERO.
       77  WRK-REL-FALHAS           PIC 9(03) VALUE ZERO.
       77  WRK-REL-TOTAL            PIC 9(03) VALUE ZERO.
       77  WRK-REL-REPETIDAS        PIC 9(04) VALUE ZERO.
       77  WRK-REL-CREDITO          PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-REL-ISENCAO          PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-REL-FLAG             PIC X(10) VALUE SPACES.
      *
      *    THE FIVE COMPLAINT CATEGORIES: OPENED IN THE MONTH, OF
      *    THOSE STILL OPEN, RESOLVED IN THE MONTH AND THE DAYS THE
      *    RESOLVED ONES TOOK FROM LOGGING TO RESOLUTION.
       01  TAB-CATEG.
           05 OCC-CAT      OCCURS 5 TIMES.
              10 EL-CAT-ABERTAS    PIC 9(05) USAGE COMP-3.
              10 EL-CAT-PEND       PIC 9(05) USAGE COMP-3.
              10 EL-CAT-RESOLV     PIC 9(05) USAGE COMP-3.
              10 EL-CAT-DIAS       PIC 9(07) USAGE COMP-3.
       01  TAB-CATEG-NAMES.
           05 FILLER  PIC X(16) VALUE 'DISC FAULT      '.
           05 FILLER  PIC X(16) VALUE 'WRONG FILM      '.
           05 FILLER  PIC X(16) VALUE 'SERVICE         '.
           05 FILLER  PIC X(16) VALUE 'LATE FEE        '.
           05 FILLER  PIC X(16) VALUE 'OTHER           '.
       01  TAB-CATEG-NAMES-R REDEFINES TAB-CATEG-NAMES.
           05 EL-CAT-NOME  OCCURS 5 TIMES PIC X(16).
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-RCLMNU.
           05 LINE 06 COLUMN 10 VALUE "+---------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. REGISTRAR  |".
           05 LINE 08 COLUMN 10 VALUE "| 2. ATUALIZAR  |".
           05 LINE 09 COLUMN 10 VALUE "| 3. RESOLVER   |".
           05 LINE 10 COLUMN 10 VALUE "| 4. PENDENTES  |".
           05 LINE 11 COLUMN 10 VALUE "| 5. RELATORIO  |".
           05 LINE 12 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 13 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 14 COLUMN 10 VALUE "+---------------+".
           05 LINE 13 COLUMN 23 PIC X(01) USING WRK-QOPTION.
      *
       01  SCREEN-RCLEDT.
           05 LINE 07 COLUMN 30 VALUE "BORROWER......: [     ]".
           05 LINE 08 COLUMN 30 VALUE "LOAN (0=NONE).: [     ]".
           05 LINE 09 COLUMN 30 VALUE "TITLE / COPY..: [     ]/[   ]".
           05 LINE 10 COLUMN 30 VALUE "CATEGORY......: [ ]".
           05 LINE 11 COLUMN 30
              VALUE "D=DISC FAULT T=WRONG FILM A=SERVICE".
           05 LINE 12 COLUMN 30 VALUE "M=LATE FEE DISPUTE O=OTHER".
           05 LINE 13 COLUMN 30 VALUE "DESCRIPTION...:".
           05 LINE 14 COLUMN 10 VALUE "[".
           05 LINE 14 COLUMN 61 VALUE "]".
           05 LINE 15 COLUMN 30 VALUE "OWNER (BLANK=ME): [        ]".
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'CQVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0105-LOAD-POLICY.
           PERFORM 0125-READ-CLOSED-PERIOD.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O RECLAMACOES.
      *
           IF FS-RECLAMACOES EQUAL "35"
               OPEN OUTPUT RECLAMACOES
               CLOSE RECLAMACOES
               OPEN I-O RECLAMACOES
           END-IF.
      *
           IF FS-RECLAMACOES NOT EQUAL "00"
               MOVE '47ERROR OPENING COMPLAINTS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-RECLAMACOES TO WS-ABEND-CODE
               MOVE 'ERROR OPENING COMPLAINTS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
      *    I-O TO TAKE THE COLLECTIONS FLAG OFF WHEN A WAIVED FEE WAS
      *    THE BORROWER'S LAST ONE.
           OPEN I-O BORROWERS.
           IF FS-BORROWERS EQUAL "35"
               OPEN OUTPUT BORROWERS
               CLOSE BORROWERS
               OPEN I-O BORROWERS
           END-IF.
      *
           IF FS-BORROWERS NOT EQUAL "00"
               MOVE '47ERROR OPENING BORROWERS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-BORROWERS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING BORROWERS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT EMPRESTIMOS.
           IF FS-EMPRESTIMOS EQUAL "35"
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN INPUT EMPRESTIMOS
           END-IF.
      *
           IF FS-EMPRESTIMOS NOT EQUAL "00"
               MOVE '47ERROR OPENING LOANS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EMPRESTIMOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING LOANS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O COPIAS.
           IF FS-COPIAS EQUAL "35"
               OPEN OUTPUT COPIAS
               CLOSE COPIAS
               OPEN I-O COPIAS
           END-IF.
      *
           IF FS-COPIAS NOT EQUAL "00"
               MOVE '47ERROR OPENING COPY REGISTER FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-COPIAS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING COPY REGISTER FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT MOVIES.
           IF FS-MOVIES NOT EQUAL "00"
               MOVE '47ERROR OPENING MOVIES FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MOVIES TO WS-ABEND-CODE
               MOVE 'ERROR OPENING MOVIES FILE.'
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
           IF FS-TAXAS NOT EQUAL "00"
               MOVE '47ERROR OPENING FEE LEDGER FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-TAXAS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING FEE LEDGER FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O VALES.
           IF FS-VALES EQUAL "35"
               OPEN OUTPUT VALES
               CLOSE VALES
               OPEN I-O VALES
           END-IF.
      *
           IF FS-VALES NOT EQUAL "00"
               MOVE '47ERROR OPENING VOUCHER FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-VALES TO WS-ABEND-CODE
               MOVE 'ERROR OPENING VOUCHER FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
      *
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
       0100-OPEN-DATA-END. EXIT.

       0105-LOAD-POLICY SECTION.
           OPEN INPUT PARAMS.
           IF FS-PARAMS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'RCLDEFEI' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               MOVE WRK-PAR-NUM TO WRK-RCL-LIMITE
           END-IF.
      *
           CLOSE PARAMS.
       0105-LOAD-POLICY-END. EXIT.

       0107-FETCH-PARAM SECTION.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0107-FETCH-PARAM-END. EXIT.

       0125-READ-CLOSED-PERIOD SECTION.
           MOVE ZEROES TO WRK-MES-FECHADO.
           OPEN INPUT FECHAMES.
           IF FS-FECHAMES NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM UNTIL FS-FECHAMES EQUAL "10"
               READ FECHAMES AT END MOVE "10" TO FS-FECHAMES
                   NOT AT END
                       IF FME-PERIODO GREATER WRK-MES-FECHADO
                           MOVE FME-PERIODO TO WRK-MES-FECHADO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FECHAMES.
       0125-READ-CLOSED-PERIOD-END. EXIT.

      *    THE NIGHTLY CHAIN (BDVIDPRG) RAISES THE MAINTENANCE FLAG
      *    WHILE IT RUNS - UPDATES ARE REFUSED, LOOK-UPS STILL WORK.
       0299-CHECK-MAINTENANCE SECTION.
           COPY 'CPVIDMTC.cpy'. *> READ MAINTENANCE FLAG
      *
           IF MANUTENCAO-ATIVA
               MOVE '43SYSTEM IN NIGHTLY MAINTENANCE - LOOK-UPS ONLY.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0299-CHECK-MAINTENANCE-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE "   * * *  C O M P L A I N T S  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           INITIALIZE WRK-QOPTION WRK-MSG.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-RCLMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-RCLMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-QOPTION EQUAL '1' OR '2' OR '3'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE '*' TO WRK-QOPTION
               END-IF
           END-IF.
      *
           EVALUATE WRK-QOPTION
             WHEN '1' PERFORM 0310-NEW-COMPLAINT
             WHEN '2' PERFORM 0320-UPDATE-COMPLAINT
             WHEN '3' PERFORM 0330-RESOLVE-COMPLAINT
             WHEN '4' PERFORM 0340-PENDING-LIST
             WHEN '5' PERFORM 0350-MONTHLY-REPORT
             WHEN '*' CONTINUE
             WHEN '0' MOVE 'N' TO WRK-CONTINUE
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG). THE AUDIT TRAIL
      *    IS LET GO WHILE THE LOCK AND THE RESUME ARE WRITTEN TO
      *    IT, AND WHOEVER UNLOCKED STAMPS EVERYTHING AFTER.
       0298-IDLE-LOCK SECTION.
           CLOSE LOG-AUDITORIA.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
           MOVE LNK-BLQ-ID TO WRK-OPERATOR.
       0298-IDLE-LOCK-END. EXIT.

      *    A COMPLAINT IS ALWAYS SOMEBODY'S - THE BORROWER IS
      *    REQUIRED. THE LOAN IS OPTIONAL (RUDE SERVICE NEEDS NONE)
      *    BUT A LATE-FEE DISPUTE IS ABOUT ONE LOAN'S FEE. THE COPY
      *    COMES FROM THE LOAN WHEN IT WENT OUT ON A REGISTERED COPY,
      *    OTHERWISE IT MAY BE KEYED FROM THE DISC IN HAND.
       0310-NEW-COMPLAINT SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0311-TAKE-COMPLAINT.
           PERFORM 0339-SHOW-MSG.
       0310-NEW-COMPLAINT-END. EXIT.

       0311-TAKE-COMPLAINT SECTION.
           MOVE ZERO   TO WRK-RCL-LOC WRK-RCL-EMP WRK-RCL-CODIGO
                          WRK-RCL-COPIA.
           MOVE SPACE  TO WRK-RCL-CATEG.
           MOVE SPACES TO WRK-RCL-DESCR WRK-RCL-DONO.
      *
           DISPLAY SCREEN-RCLEDT.
           ACCEPT WRK-RCL-LOC AT LINE 07 COLUMN 47.
           IF WRK-RCL-LOC EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-RCL-LOC TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   MOVE '48BORROWER NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY NOME-LOC AT LINE 07 COLUMN 55 COLOR 11 HIGHLIGHT.
      *
           ACCEPT WRK-RCL-EMP AT LINE 08 COLUMN 47.
           IF WRK-RCL-EMP NOT EQUAL ZERO
               MOVE WRK-RCL-EMP TO NUM-EMP
               READ EMPRESTIMOS
                   INVALID KEY
                       MOVE '48LOAN NOT FOUND.' TO WRK-MSG
                       EXIT PARAGRAPH
               END-READ
               IF NUM-LOC-EMP NOT EQUAL WRK-RCL-LOC
                   MOVE '20LOAN BELONGS TO ANOTHER BORROWER.'
                       TO WRK-MSG
                   EXIT PARAGRAPH
               END-IF
               MOVE CODIGO-EMP    TO WRK-RCL-CODIGO
               MOVE NUM-COPIA-EMP TO WRK-RCL-COPIA
           END-IF.
      *
           IF WRK-RCL-CODIGO EQUAL ZERO
               ACCEPT WRK-RCL-CODIGO AT LINE 09 COLUMN 47
           ELSE
               DISPLAY WRK-RCL-CODIGO AT LINE 09 COLUMN 47
                   COLOR 11 HIGHLIGHT
           END-IF.
           IF WRK-RCL-CODIGO NOT EQUAL ZERO
               IF WRK-RCL-COPIA EQUAL ZERO
                   ACCEPT WRK-RCL-COPIA AT LINE 09 COLUMN 55
               ELSE
                   DISPLAY WRK-RCL-COPIA AT LINE 09 COLUMN 55
                       COLOR 11 HIGHLIGHT
               END-IF
               PERFORM 0312-CHECK-TITLE-AND-COPY
               IF WRK-MSG-TEXT NOT EQUAL SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *
           ACCEPT WRK-RCL-CATEG AT LINE 10 COLUMN 47.
           INSPECT WRK-RCL-CATEG CONVERTING 'dtamo' TO 'DTAMO'.
           MOVE WRK-RCL-CATEG TO CATEG-RCL.
           IF NOT CAT-VALIDA
               MOVE '20INVALID CATEGORY.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
           IF CAT-TAXA AND WRK-RCL-EMP EQUAL ZERO
               MOVE '20A LATE-FEE DISPUTE NEEDS THE LOAN.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           ACCEPT WRK-RCL-DESCR AT LINE 14 COLUMN 11.
           IF WRK-RCL-DESCR EQUAL SPACES
               MOVE '20DESCRIPTION IS BLANK.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WRK-RCL-DONO AT LINE 15 COLUMN 49.
           INSPECT WRK-RCL-DONO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WRK-RCL-DONO EQUAL SPACES
               MOVE WRK-OPERATOR TO WRK-RCL-DONO
           END-IF.
      *
           MOVE '41RECORD THIS COMPLAINT (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27NO COMPLAINT RECORDED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE WRK-MSG.
      *
           MOVE HIGH-VALUES TO NUM-RCL.
           START RECLAMACOES KEY IS NOT GREATER NUM-RCL
               INVALID KEY
                   MOVE ZEROES TO NUM-RCL
               NOT INVALID KEY
                   READ RECLAMACOES NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-RCL GIVING WRK-RCL-NUM.
      *
           INITIALIZE REG-RCL.
           MOVE WRK-RCL-NUM      TO NUM-RCL.
           MOVE WRK-TODAY-NUM    TO DATA-RCL.
           MOVE WRK-RCL-LOC      TO NUM-LOC-RCL.
           MOVE WRK-RCL-EMP      TO NUM-EMP-RCL.
           MOVE WRK-RCL-CODIGO   TO CODIGO-RCL.
           MOVE WRK-RCL-COPIA    TO NUM-COPIA-RCL.
           MOVE WRK-RCL-CATEG    TO CATEG-RCL.
           MOVE WRK-RCL-DESCR    TO DESCR-RCL.
           MOVE WRK-RCL-DONO     TO RESPONSAVEL-RCL.
           SET RCL-ABERTA        TO TRUE.
           MOVE WRK-OPERATOR     TO OPERADOR-RCL.
           WRITE REG-RCL
               INVALID KEY
                   MOVE '42ERROR RECORDING COMPLAINT.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-WRITE.
      *
           MOVE 'RCLNOVA'     TO LOG-OPERACAO.
           MOVE NUM-LOC-RCL   TO LOG-CODIGO.
           MOVE SPACES        TO LOG-CAMPO.
           STRING 'R' NUM-RCL DELIMITED BY SIZE INTO LOG-CAMPO.
           MOVE SPACES        TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           STRING 'CAT ' CATEG-RCL ' LOAN ' NUM-EMP-RCL ' COPY '
                  CODIGO-RCL '/' NUM-COPIA-RCL
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           STRING 'OWNER ' RESPONSAVEL-RCL
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0360-WRITE-AUDIT-LOG.
      *
           MOVE WRK-RCL-NUM TO WRK-NUM-RCL-EDIT.
           STRING '54COMPLAINT ' WRK-NUM-RCL-EDIT ' RECORDED.'
               DELIMITED BY SIZE INTO WRK-MSG.
      *
           IF CAT-DISCO AND NUM-COPIA-RCL NOT EQUAL ZERO
               PERFORM 0315-CHECK-REPEAT-FAULT
           END-IF.
       0311-TAKE-COMPLAINT-END. EXIT.

      *    THE TITLE MUST BE ON THE CATALOGUE AND A KEYED COPY ON THE
      *    REGISTER. COPY ZERO IS A TITLE WITH NO REGISTERED COPY.
       0312-CHECK-TITLE-AND-COPY SECTION.
           MOVE WRK-RCL-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '48MOVIE NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           MOVE TITULO TO WRK-RCL-TITULO.
           DISPLAY WRK-RCL-TITULO AT LINE 09 COLUMN 61
               COLOR 11 HIGHLIGHT.
      *
           IF WRK-RCL-COPIA NOT EQUAL ZERO
               MOVE WRK-RCL-CODIGO TO CODIGO-COP
               MOVE WRK-RCL-COPIA  TO NUM-COPIA
               READ COPIAS
                   INVALID KEY
                       MOVE '48COPY NOT ON REGISTER.' TO WRK-MSG
               END-READ
           END-IF.
       0312-CHECK-TITLE-AND-COPY-END. EXIT.

      *    A DISC-FAULT COMPLAINT AGAINST A COPY: COUNT THE DISC
      *    FAULTS LOGGED AGAINST IT SINCE ITS CONDITION WAS LAST
      *    GRADED, AND AT THE LIMIT FLAG IT FOR INSPECTION. THE LOAN
      *    DESK STOPS IT AT CHECK-IN; ONE ALREADY ON THE SHELF IS
      *    PULLED NOW.
       0315-CHECK-REPEAT-FAULT SECTION.
           MOVE CODIGO-RCL    TO CODIGO-COP.
           MOVE NUM-COPIA-RCL TO NUM-COPIA.
           READ COPIAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF COP-INSPECIONAR
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZERO TO WRK-RCL-FALHAS.
           START RECLAMACOES KEY IS EQUAL CHAVE-COP-RCL
               INVALID KEY MOVE 10 TO FS-RECLAMACOES
           END-START.
           IF FS-RECLAMACOES NOT EQUAL 10
               READ RECLAMACOES NEXT
                   AT END MOVE 10 TO FS-RECLAMACOES
               END-READ
           END-IF.
           PERFORM UNTIL FS-RECLAMACOES EQUAL 10
                      OR CODIGO-RCL NOT EQUAL CODIGO-COP
                      OR NUM-COPIA-RCL NOT EQUAL NUM-COPIA
               IF CAT-DISCO AND DATA-RCL NOT LESS DATA-COND-COP
                   ADD 1 TO WRK-RCL-FALHAS
               END-IF
               READ RECLAMACOES NEXT
                   AT END MOVE 10 TO FS-RECLAMACOES
               END-READ
           END-PERFORM.
      *
           IF WRK-RCL-FALHAS LESS WRK-RCL-LIMITE
               EXIT PARAGRAPH
           END-IF.
      *
           SET COP-INSPECIONAR TO TRUE.
           REWRITE REG-COP
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE.
      *
           MOVE 'COPINSP'     TO LOG-OPERACAO.
           MOVE CODIGO-COP    TO LOG-CODIGO.
           MOVE SPACES        TO LOG-CAMPO.
           STRING 'C' NUM-COPIA DELIMITED BY SIZE INTO LOG-CAMPO.
           MOVE SPACES        TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE WRK-RCL-FALHAS TO WRK-QTDE-EDIT.
           STRING 'DISC FAULTS ' WRK-QTDE-EDIT
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0360-WRITE-AUDIT-LOG.
      *
           IF COP-DISPONIVEL
               MOVE '43COPY FLAGGED FOR INSPECTION - PULL IT NOW.'
                   TO WRK-MSG
           ELSE
               MOVE '43COPY FLAGGED FOR INSPECTION AT ITS CHECK-IN.'
                   TO WRK-MSG
           END-IF.
       0315-CHECK-REPEAT-FAULT-END. EXIT.

      *    HANDING A COMPLAINT TO ANOTHER OWNER, OR MARKING IT AS
      *    BEING WORKED ON. RESOLVING IT IS OPTION 3.
       0320-UPDATE-COMPLAINT SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0321-CHANGE-OWNER-STATUS.
           PERFORM 0339-SHOW-MSG.
       0320-UPDATE-COMPLAINT-END. EXIT.

       0321-CHANGE-OWNER-STATUS SECTION.
           PERFORM 0335-FETCH-PENDING.
           IF WRK-RCL-NUM EQUAL ZERO
              OR WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO WRK-RCL-DONO.
           MOVE SPACE  TO WRK-RCL-STATUS.
           DISPLAY 'NEW OWNER (BLANK=KEEP)....: [        ]'
               AT LINE 18 COLUMN 10.
           DISPLAY 'STATUS (A=OPEN E=IN HAND).: [ ]'
               AT LINE 19 COLUMN 10.
           ACCEPT WRK-RCL-DONO   AT LINE 18 COLUMN 39.
           ACCEPT WRK-RCL-STATUS AT LINE 19 COLUMN 39.
           INSPECT WRK-RCL-DONO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-RCL-STATUS CONVERTING 'ae' TO 'AE'.
           IF WRK-RCL-DONO EQUAL SPACES
               MOVE RESPONSAVEL-RCL TO WRK-RCL-DONO
           END-IF.
           IF WRK-RCL-STATUS EQUAL SPACE
               MOVE RCL-STATUS TO WRK-RCL-STATUS
           END-IF.
           IF WRK-RCL-STATUS NOT EQUAL 'A' AND NOT EQUAL 'E'
               MOVE '20STATUS MUST BE A OR E.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
           IF WRK-RCL-DONO EQUAL RESPONSAVEL-RCL
              AND WRK-RCL-STATUS EQUAL RCL-STATUS
               MOVE '27NOTHING CHANGED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'RCLALT'      TO LOG-OPERACAO.
           MOVE NUM-LOC-RCL   TO LOG-CODIGO.
           MOVE SPACES        TO LOG-CAMPO.
           STRING 'R' NUM-RCL DELIMITED BY SIZE INTO LOG-CAMPO.
           MOVE SPACES        TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           STRING RESPONSAVEL-RCL ' ' RCL-STATUS
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           STRING WRK-RCL-DONO ' ' WRK-RCL-STATUS
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
      *
           MOVE WRK-RCL-DONO   TO RESPONSAVEL-RCL.
           MOVE WRK-RCL-STATUS TO RCL-STATUS.
           REWRITE REG-RCL
               INVALID KEY
                   MOVE '42EDIT ERROR.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM 0360-WRITE-AUDIT-LOG.
           MOVE '54COMPLAINT CHANGED SUCCESSFULLY.' TO WRK-MSG.
       0321-CHANGE-OWNER-STATUS-END. EXIT.

      *    HOW THE COMPLAINT WAS PUT RIGHT. MONEY GOES BACK THROUGH
      *    THE LEDGERS THAT ALREADY CARRY IT, UNDER A SUPERVISOR: A
      *    REFUND OR GOODWILL IS A STORE CREDIT ON VALES.dat (AS THE
      *    VOUCHER DESK GRANTS IT), A DISPUTED LATE FEE UPHELD IS THE
      *    LOAN'S PENDING FEE WAIVED ON TAXAS.dat (AS THE FEE DESK
      *    WAIVES IT). AN APOLOGY OR A SWAPPED DISC MOVES NO MONEY.
       0330-RESOLVE-COMPLAINT SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0331-RESOLVE-ONE.
           PERFORM 0339-SHOW-MSG.
       0330-RESOLVE-COMPLAINT-END. EXIT.

       0331-RESOLVE-ONE SECTION.
           PERFORM 0335-FETCH-PENDING.
           IF WRK-RCL-NUM EQUAL ZERO
              OR WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACE  TO WRK-RCL-RESOL.
           MOVE SPACES TO WRK-RCL-TEXTO.
           MOVE ZERO   TO WRK-RCL-VALOR WRK-RCL-VALE.
           DISPLAY 'RESOLUTION (N=APOLOGY S=SWAP C=CREDIT I=WAIVE): [ ]'
               AT LINE 18 COLUMN 10.
           DISPLAY 'NOTE: [                                        ]'
               AT LINE 19 COLUMN 10.
           ACCEPT WRK-RCL-RESOL AT LINE 18 COLUMN 59.
           INSPECT WRK-RCL-RESOL CONVERTING 'nsci' TO 'NSCI'.
           IF WRK-RCL-RESOL NOT EQUAL 'N' AND NOT EQUAL 'S'
                         AND NOT EQUAL 'C' AND NOT EQUAL 'I'
               MOVE '20INVALID RESOLUTION.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WRK-RCL-TEXTO AT LINE 19 COLUMN 17.
           IF WRK-RCL-TEXTO EQUAL SPACES
               MOVE '20RESOLUTION NOTE IS BLANK.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-RCL-RESOL
             WHEN 'C'
               PERFORM 0332-GRANT-CREDIT
             WHEN 'I'
               PERFORM 0333-WAIVE-FEE
             WHEN OTHER
               MOVE '41CLOSE THIS COMPLAINT (Y/N)?' TO WRK-MSG
               DISPLAY SCREEN-CONFIRMATION
               ACCEPT SCREEN-CONFIRMATION-WAIT
               IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
                   MOVE '27COMPLAINT LEFT OPEN.' TO WRK-MSG
               ELSE
                   INITIALIZE WRK-MSG
               END-IF
           END-EVALUATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
      *    THE LEDGER POSTING MOVED THE RECORD AREAS ON - THE
      *    COMPLAINT IS READ AGAIN BEFORE IT IS CLOSED.
           MOVE WRK-RCL-NUM TO NUM-RCL.
           READ RECLAMACOES
               INVALID KEY
                   MOVE '48COMPLAINT NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           MOVE WRK-RCL-RESOL    TO RESOL-RCL.
           MOVE WRK-RCL-TEXTO    TO TEXTO-RESOL-RCL.
           MOVE WRK-RCL-VALOR    TO VALOR-RESOL-RCL.
           MOVE WRK-RCL-VALE     TO NUM-VAL-RCL.
           MOVE WRK-TODAY-NUM    TO DATA-RESOL-RCL.
           MOVE WRK-OPERATOR     TO OPERADOR-RESOL-RCL.
           SET RCL-RESOLVIDA     TO TRUE.
           REWRITE REG-RCL
               INVALID KEY
                   MOVE '42ERROR RECORDING RESOLUTION.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-REWRITE.
      *
           MOVE 'RCLRESOL'    TO LOG-OPERACAO.
           MOVE NUM-LOC-RCL   TO LOG-CODIGO.
           MOVE SPACES        TO LOG-CAMPO.
           STRING 'R' NUM-RCL DELIMITED BY SIZE INTO LOG-CAMPO.
           MOVE SPACES        TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE TEXTO-RESOL-RCL TO LOG-VALOR-ANTIGO.
           MOVE VALOR-RESOL-RCL TO WRK-VALOR-EDIT.
           STRING 'RES ' RESOL-RCL ' ' WRK-VALOR-EDIT
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0360-WRITE-AUDIT-LOG.
      *
           MOVE WRK-RCL-NUM TO WRK-NUM-RCL-EDIT.
           STRING '54COMPLAINT ' WRK-NUM-RCL-EDIT ' RESOLVED.'
               DELIMITED BY SIZE INTO WRK-MSG.
       0331-RESOLVE-ONE-END. EXIT.

      *    STORE CREDIT FOR THE COMPLAINING BORROWER - GRANTED BY THE
      *    SHOP (NO MONEY TAKEN), NEVER LAPSES, SPENT AT THE FEE DESK
      *    OR THE LOAN DESK LIKE ANY OTHER CREDIT.
       0332-GRANT-CREDIT SECTION.
           DISPLAY 'CREDIT VALUE: [        ]' AT LINE 20 COLUMN 10.
           ACCEPT WRK-RCL-VALOR AT LINE 20 COLUMN 25.
           IF WRK-RCL-VALOR EQUAL ZERO
               MOVE '27NO CREDIT GRANTED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'S' TO LNK-VRF-PERFIL-MIN.
           CALL 'VFVIDPRG' USING LNK-VERIFY.
           IF NOT VRF-APROVADO
               MOVE '43NOT APPROVED - SUPERVISOR CREDENTIALS FAILED.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE HIGH-VALUES TO NUM-VAL.
           START VALES KEY IS NOT GREATER NUM-VAL
               INVALID KEY
                   MOVE ZEROES TO NUM-VAL
               NOT INVALID KEY
                   READ VALES NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-VAL GIVING WRK-VAL-PROX.
      *
           INITIALIZE REG-VAL.
           MOVE WRK-VAL-PROX     TO NUM-VAL.
           SET VAL-CREDITO       TO TRUE.
           MOVE NUM-LOC-RCL      TO NUM-LOC-VAL.
           MOVE WRK-TODAY-NUM    TO DATA-EMISSAO-VAL.
           MOVE WRK-RCL-VALOR    TO VALOR-EMITIDO-VAL SALDO-VAL.
           MOVE ZEROES           TO DATA-VALIDADE-VAL DATA-USO-VAL.
           SET VAL-ATIVO         TO TRUE.
           SET VAL-CORTESIA      TO TRUE.
           MOVE ZEROES           TO NUM-CXS-VAL.
           MOVE WRK-OPERATOR     TO OPERADOR-VAL.
           WRITE REG-VAL
               INVALID KEY
                   MOVE '42ERROR RECORDING VOUCHER.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE NUM-VAL TO WRK-RCL-VALE.
      *
           MOVE 'CREDITVL'       TO LOG-OPERACAO.
           MOVE NUM-LOC-VAL      TO LOG-CODIGO.
           MOVE SPACES           TO LOG-CAMPO.
           STRING 'V' NUM-VAL DELIMITED BY SIZE INTO LOG-CAMPO.
           MOVE SPACES           TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE VALOR-EMITIDO-VAL TO WRK-VALOR-EDIT.
           MOVE WRK-RCL-NUM      TO WRK-NUM-RCL-EDIT.
           STRING WRK-VALOR-EDIT ' COMPLAINT ' WRK-NUM-RCL-EDIT
                  ' APPR ' LNK-VRF-ID
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0360-WRITE-AUDIT-LOG.
       0332-GRANT-CREDIT-END. EXIT.

      *    THE DISPUTE IS UPHELD - THE LOAN'S LATE FEE IS WAIVED,
      *    UNDER THE SAME RULES AS A WAIVE AT THE FEE DESK: STILL
      *    PENDING, NOT IN A CLOSED MONTH, A SUPERVISOR APPROVES.
       0333-WAIVE-FEE SECTION.
           IF NUM-EMP-RCL EQUAL ZERO
               MOVE '20NO LOAN ON THIS COMPLAINT - NO FEE TO WAIVE.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE NUM-EMP-RCL TO NUM-EMP-TAX.
           READ TAXAS
               INVALID KEY
                   MOVE '48NO FEE ON FILE FOR THIS LOAN.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           IF NOT TAX-PENDENTE
               MOVE '20ONLY A PENDING FEE CAN BE WAIVED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE DATA-TAX(1:6) TO WRK-MES-TAX.
           IF WRK-MES-TAX NOT GREATER WRK-MES-FECHADO
              AND WRK-MES-FECHADO NOT EQUAL ZEROES
               MOVE '43FEE IS IN A CLOSED PERIOD - NO ADJUSTMENT.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE VALOR-TAX TO WRK-VALOR-EDIT.
           DISPLAY 'FEE TO WAIVE: ' AT LINE 20 COLUMN 10.
           DISPLAY WRK-VALOR-EDIT AT LINE 20 COLUMN 24
               COLOR 11 HIGHLIGHT.
      *
           MOVE 'S' TO LNK-VRF-PERFIL-MIN.
           CALL 'VFVIDPRG' USING LNK-VERIFY.
           IF NOT VRF-APROVADO
               MOVE '43NOT APPROVED - SUPERVISOR CREDENTIALS FAILED.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
      *    THE WAIVED FEE KEEPS ITS VALUE ON THE RECORD, AS AT THE
      *    FEE DESK - THE ACCOUNTING EXPORT BOOKS THE WRITE-OFF.
           SET TAX-ISENTA TO TRUE.
           REWRITE REG-TAX
               INVALID KEY
                   MOVE '42ERROR RECORDING ADJUSTMENT.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE VALOR-TAX TO WRK-RCL-VALOR.
      *
           MOVE 'ISENTTAX'  TO LOG-OPERACAO.
           MOVE NUM-EMP-TAX TO LOG-CODIGO.
           MOVE 'VALORTAX'  TO LOG-CAMPO.
           MOVE SPACES      TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE WRK-VALOR-EDIT TO LOG-VALOR-ANTIGO.
           MOVE ZERO TO WRK-VALOR-EDIT.
           MOVE WRK-RCL-NUM TO WRK-NUM-RCL-EDIT.
           STRING WRK-VALOR-EDIT ' COMPLAINT ' WRK-NUM-RCL-EDIT
                  ' APPR ' LNK-VRF-ID
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0360-WRITE-AUDIT-LOG.
      *
           PERFORM 0334-CLEAR-COLLECTIONS.
       0333-WAIVE-FEE-END. EXIT.

      *    THE WAIVED FEE MAY HAVE BEEN THE BORROWER'S LAST PENDING
      *    ONE - THE COLLECTIONS FLAG COMES OFF AS IT DOES AT THE FEE
      *    DESK.
       0334-CLEAR-COLLECTIONS SECTION.
           MOVE NUM-LOC-TAX TO WRK-COB-LOC.
           MOVE ZERO TO WRK-COB-RESTO.
      *
           START TAXAS KEY IS EQUAL NUM-LOC-TAX
               INVALID KEY MOVE 10 TO FS-TAXAS
           END-START.
           IF FS-TAXAS NOT EQUAL 10
               READ TAXAS NEXT AT END MOVE 10 TO FS-TAXAS END-READ
           END-IF.
           PERFORM UNTIL FS-TAXAS EQUAL 10
                     OR NUM-LOC-TAX NOT EQUAL WRK-COB-LOC
               IF TAX-PENDENTE
                   ADD 1 TO WRK-COB-RESTO
               END-IF
               READ TAXAS NEXT AT END MOVE 10 TO FS-TAXAS END-READ
           END-PERFORM.
      *
           IF WRK-COB-RESTO EQUAL ZERO
               MOVE WRK-COB-LOC TO NUM-LOC
               READ BORROWERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EM-COBRANCA
                           MOVE SPACE TO LOC-COBRANCA
                           REWRITE REG-LOC
                               INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF.
       0334-CLEAR-COLLECTIONS-END. EXIT.

      *    KEYS A COMPLAINT NUMBER AND SHOWS IT - IT MUST STILL BE
      *    OPEN. ZERO IN WRK-RCL-NUM GOES BACK TO THE MENU.
       0335-FETCH-PENDING SECTION.
           MOVE ZERO TO WRK-RCL-NUM.
           DISPLAY 'COMPLAINT NUMBER: [      ]' AT LINE 07 COLUMN 30.
           ACCEPT WRK-RCL-NUM AT LINE 07 COLUMN 49.
           IF WRK-RCL-NUM EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-RCL-NUM TO NUM-RCL.
           READ RECLAMACOES
               INVALID KEY
                   MOVE '48COMPLAINT NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           IF NOT RCL-PENDENTE
               MOVE '43COMPLAINT IS ALREADY RESOLVED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE NUM-LOC-RCL TO NUM-LOC.
           READ BORROWERS
               INVALID KEY MOVE SPACES TO NOME-LOC
           END-READ.
           MOVE DATA-RCL TO WRK-DATA-EDIT.
           DISPLAY 'LOGGED..: '     AT LINE 09 COLUMN 30.
           DISPLAY WRK-DATA-EDIT    AT LINE 09 COLUMN 40
               COLOR 11 HIGHLIGHT.
           DISPLAY CATEG-RCL        AT LINE 09 COLUMN 52
               COLOR 11 HIGHLIGHT.
           DISPLAY 'BORROWER: '     AT LINE 10 COLUMN 30.
           DISPLAY NUM-LOC-RCL      AT LINE 10 COLUMN 40
               COLOR 11 HIGHLIGHT.
           DISPLAY NOME-LOC         AT LINE 10 COLUMN 46
               COLOR 11 HIGHLIGHT.
           DISPLAY 'LOAN....: '     AT LINE 11 COLUMN 30.
           DISPLAY NUM-EMP-RCL      AT LINE 11 COLUMN 40
               COLOR 11 HIGHLIGHT.
           DISPLAY 'COPY....: '     AT LINE 12 COLUMN 30.
           DISPLAY CODIGO-RCL       AT LINE 12 COLUMN 40
               COLOR 11 HIGHLIGHT.
           DISPLAY NUM-COPIA-RCL    AT LINE 12 COLUMN 46
               COLOR 11 HIGHLIGHT.
           DISPLAY 'OWNER...: '     AT LINE 13 COLUMN 30.
           DISPLAY RESPONSAVEL-RCL  AT LINE 13 COLUMN 40
               COLOR 11 HIGHLIGHT.
           DISPLAY RCL-STATUS       AT LINE 13 COLUMN 50
               COLOR 11 HIGHLIGHT.
           DISPLAY DESCR-RCL        AT LINE 15 COLUMN 10
               COLOR 11 HIGHLIGHT.
       0335-FETCH-PENDING-END. EXIT.

       0339-SHOW-MSG SECTION.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0339-SHOW-MSG-END. EXIT.

      *    THE OPEN AND IN-HAND COMPLAINTS, OLDEST STATUS GROUP FIRST,
      *    WITH HOW MANY DAYS EACH HAS BEEN WAITING.
       0340-PENDING-LIST SECTION.
           INITIALIZE WRK-MSG.
           MOVE 09 TO WRK-LST-LINE.
           MOVE ZERO TO WRK-REL-TOTAL.
           DISPLAY SCREEN-MAIN.
           DISPLAY 'NUMBER DATE       C BORROW OWNER    S DAYS'
               AT LINE 08 COLUMN 10.
      *
           MOVE 'A' TO RCL-STATUS.
           START RECLAMACOES KEY IS NOT LESS RCL-STATUS
               INVALID KEY MOVE 10 TO FS-RECLAMACOES
           END-START.
           IF FS-RECLAMACOES NOT EQUAL 10
               READ RECLAMACOES NEXT
                   AT END MOVE 10 TO FS-RECLAMACOES
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-RECLAMACOES EQUAL 10
                      OR NOT RCL-PENDENTE
               ADD 1 TO WRK-REL-TOTAL
               IF WRK-LST-LINE LESS 22
                   COMPUTE WRK-RCL-DIAS =
                       FUNCTION INTEGER-OF-DATE(WRK-TODAY-NUM)
                     - FUNCTION INTEGER-OF-DATE(DATA-RCL)
                   MOVE DATA-RCL     TO WRK-DATA-EDIT
                   MOVE WRK-RCL-DIAS TO WRK-DIAS-EDIT
                   DISPLAY NUM-RCL AT LINE WRK-LST-LINE COLUMN 10
                       COLOR 11 HIGHLIGHT
                   DISPLAY WRK-DATA-EDIT AT LINE WRK-LST-LINE COLUMN 17
                       COLOR 11 HIGHLIGHT
                   DISPLAY CATEG-RCL AT LINE WRK-LST-LINE COLUMN 28
                       COLOR 11 HIGHLIGHT
                   DISPLAY NUM-LOC-RCL AT LINE WRK-LST-LINE COLUMN 30
                       COLOR 11 HIGHLIGHT
                   DISPLAY RESPONSAVEL-RCL AT LINE WRK-LST-LINE
                       COLUMN 37 COLOR 11 HIGHLIGHT
                   DISPLAY RCL-STATUS AT LINE WRK-LST-LINE COLUMN 46
                       COLOR 11 HIGHLIGHT
                   DISPLAY WRK-DIAS-EDIT AT LINE WRK-LST-LINE
                       COLUMN 48 COLOR 11 HIGHLIGHT
                   ADD 1 TO WRK-LST-LINE
               END-IF
               READ RECLAMACOES NEXT
                   AT END MOVE 10 TO FS-RECLAMACOES
               END-READ
           END-PERFORM.
      *
           IF WRK-REL-TOTAL EQUAL ZERO
               MOVE '20NO OPEN COMPLAINTS.' TO WRK-MSG
           ELSE
               MOVE WRK-REL-TOTAL TO WRK-QTDE-EDIT
               STRING '57OPEN COMPLAINTS: ' WRK-QTDE-EDIT
                   DELIMITED BY SIZE INTO WRK-MSG
           END-IF.
           PERFORM 0339-SHOW-MSG.
       0340-PENDING-LIST-END. EXIT.

      *    THE MONTH'S COMPLAINTS BY CATEGORY - HOW MANY CAME IN, HOW
      *    MANY OF THOSE ARE STILL OPEN, HOW MANY WERE RESOLVED IN THE
      *    MONTH AND THE AVERAGE DAYS THOSE TOOK - THE MONEY GIVEN
      *    BACK, AND EVERY COPY WITH MORE THAN ONE COMPLAINT IN THE
      *    MONTH.
       0350-MONTHLY-REPORT SECTION.
           INITIALIZE WRK-MSG TAB-CATEG.
           MOVE ZERO TO WRK-REL-MES WRK-REL-CREDITO WRK-REL-ISENCAO
                        WRK-REL-REPETIDAS.
           DISPLAY 'MONTH (YYYYMM, 0=THIS MONTH): [      ]'
               AT LINE 16 COLUMN 10.
           ACCEPT WRK-REL-MES AT LINE 16 COLUMN 41.
           IF WRK-REL-MES EQUAL ZERO
               MOVE WRK-TODAY-NUM(1:6) TO WRK-REL-MES
           END-IF.
      *
           OPEN OUTPUT RECLAM-REL.
           IF FS-RECLAM-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING RECLAM-REL FILE.' TO WRK-MSG
               PERFORM 0339-SHOW-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZEROES TO NUM-RCL.
           START RECLAMACOES KEY IS NOT LESS NUM-RCL
               INVALID KEY MOVE 10 TO FS-RECLAMACOES
           END-START.
           IF FS-RECLAMACOES NOT EQUAL 10
               READ RECLAMACOES NEXT
                   AT END MOVE 10 TO FS-RECLAMACOES
               END-READ
           END-IF.
           PERFORM UNTIL FS-RECLAMACOES EQUAL 10
               PERFORM 0351-TALLY-COMPLAINT
               READ RECLAMACOES NEXT
                   AT END MOVE 10 TO FS-RECLAMACOES
               END-READ
           END-PERFORM.
      *
           MOVE SPACES TO REG-RRL.
           STRING 'VIDEOTECA - COMPLAINTS REPORT   MONTH: '
                  WRK-REL-MES '   RUN: ' WRK-DATE
               DELIMITED BY SIZE INTO REG-RRL.
           WRITE REG-RRL.
           MOVE ALL '-' TO REG-RRL.
           WRITE REG-RRL.
           MOVE 'CATEGORY           OPENED  STILL OPEN' TO REG-RRL.
           MOVE 'RESOLVED  AVG DAYS' TO REG-RRL(40:18).
           WRITE REG-RRL.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX GREATER 5
               PERFORM 0352-WRITE-CATEGORY-LINE
           END-PERFORM.
           MOVE ALL '-' TO REG-RRL.
           WRITE REG-RRL.
      *
           MOVE SPACES TO REG-RRL.
           MOVE WRK-REL-CREDITO TO WRK-TOTAL-EDIT.
           STRING 'STORE CREDIT GRANTED...: ' WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-RRL.
           WRITE REG-RRL.
           MOVE SPACES TO REG-RRL.
           MOVE WRK-REL-ISENCAO TO WRK-TOTAL-EDIT.
           STRING 'LATE FEES WAIVED.......: ' WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-RRL.
           WRITE REG-RRL.
           MOVE SPACES TO REG-RRL.
           WRITE REG-RRL.
      *
           PERFORM 0355-REPEAT-COPIES.
           CLOSE RECLAM-REL.
      *
           MOVE 'RECLAM  ' TO LNK-SPL-NOME.
           MOVE 'RECLAM-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
      *
           MOVE '57REPORT WRITTEN TO RECLAM-REL.TXT.' TO WRK-MSG.
           PERFORM 0339-SHOW-MSG.
       0350-MONTHLY-REPORT-END. EXIT.

       0351-TALLY-COMPLAINT SECTION.
           EVALUATE TRUE
               WHEN CAT-DISCO       MOVE 1 TO IDX
               WHEN CAT-TROCADO     MOVE 2 TO IDX
               WHEN CAT-ATENDIMENTO MOVE 3 TO IDX
               WHEN CAT-TAXA        MOVE 4 TO IDX
               WHEN OTHER           MOVE 5 TO IDX
           END-EVALUATE.
      *
           IF DATA-RCL(1:6) EQUAL WRK-REL-MES
               ADD 1 TO EL-CAT-ABERTAS(IDX)
               IF RCL-PENDENTE
                   ADD 1 TO EL-CAT-PEND(IDX)
               END-IF
           END-IF.
      *
           IF RCL-RESOLVIDA
              AND DATA-RESOL-RCL(1:6) EQUAL WRK-REL-MES
               ADD 1 TO EL-CAT-RESOLV(IDX)
               COMPUTE WRK-RCL-DIAS =
                   FUNCTION INTEGER-OF-DATE(DATA-RESOL-RCL)
                 - FUNCTION INTEGER-OF-DATE(DATA-RCL)
               ADD WRK-RCL-DIAS TO EL-CAT-DIAS(IDX)
               EVALUATE TRUE
                   WHEN RES-CREDITO
                       ADD VALOR-RESOL-RCL TO WRK-REL-CREDITO
                   WHEN RES-ISENCAO
                       ADD VALOR-RESOL-RCL TO WRK-REL-ISENCAO
               END-EVALUATE
           END-IF.
       0351-TALLY-COMPLAINT-END. EXIT.

       0352-WRITE-CATEGORY-LINE SECTION.
           MOVE SPACES TO REG-RRL.
           MOVE EL-CAT-NOME(IDX) TO REG-RRL(1:16).
           MOVE EL-CAT-ABERTAS(IDX) TO WRK-QTDE-EDIT.
           MOVE WRK-QTDE-EDIT TO REG-RRL(21:4).
           MOVE EL-CAT-PEND(IDX) TO WRK-QTDE-EDIT.
           MOVE WRK-QTDE-EDIT TO REG-RRL(33:4).
           MOVE EL-CAT-RESOLV(IDX) TO WRK-QTDE-EDIT.
           MOVE WRK-QTDE-EDIT TO REG-RRL(43:4).
           IF EL-CAT-RESOLV(IDX) GREATER ZERO
               COMPUTE WRK-MEDIA-EDIT ROUNDED =
                   EL-CAT-DIAS(IDX) / EL-CAT-RESOLV(IDX)
               MOVE WRK-MEDIA-EDIT TO REG-RRL(53:5)
           ELSE
               MOVE '    -' TO REG-RRL(53:5)
           END-IF.
           WRITE REG-RRL.
       0352-WRITE-CATEGORY-LINE-END. EXIT.

      *    REPEAT COPIES - THE COMPLAINTS WALKED IN COPY ORDER; A COPY
      *    WITH TWO OR MORE COMPLAINTS LOGGED IN THE MONTH IS LISTED
      *    WITH ITS DISC FAULTS, ITS COMPLAINTS ON FILE AND WHETHER IT
      *    IS FLAGGED FOR INSPECTION. ROWS WITH NO COPY SORT FIRST AND
      *    ARE SKIPPED.
       0355-REPEAT-COPIES SECTION.
           MOVE 'REPEAT COPIES         TITLE / COPY  MONTH  FAULTS  ALL'
               TO REG-RRL.
           WRITE REG-RRL.
      *
           MOVE ZEROES TO CODIGO-RCL.
           MOVE 001    TO NUM-COPIA-RCL.
           START RECLAMACOES KEY IS NOT LESS CHAVE-COP-RCL
               INVALID KEY MOVE 10 TO FS-RECLAMACOES
           END-START.
           IF FS-RECLAMACOES NOT EQUAL 10
               READ RECLAMACOES NEXT
                   AT END MOVE 10 TO FS-RECLAMACOES
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-RECLAMACOES EQUAL 10
               IF NUM-COPIA-RCL EQUAL ZERO
                   READ RECLAMACOES NEXT
                       AT END MOVE 10 TO FS-RECLAMACOES
                   END-READ
               ELSE
                   PERFORM 0356-ONE-COPY-GROUP
               END-IF
           END-PERFORM.
      *
           MOVE SPACES TO REG-RRL.
           MOVE WRK-REL-REPETIDAS TO WRK-QTDE-EDIT.
           STRING 'COPIES WITH REPEAT COMPLAINTS: ' WRK-QTDE-EDIT
               DELIMITED BY SIZE INTO REG-RRL.
           WRITE REG-RRL.
       0355-REPEAT-COPIES-END. EXIT.

       0356-ONE-COPY-GROUP SECTION.
           MOVE CHAVE-COP-RCL TO WRK-REL-CHAVE.
           MOVE ZERO TO WRK-REL-NO-MES WRK-REL-FALHAS WRK-REL-TOTAL.
           PERFORM UNTIL FS-RECLAMACOES EQUAL 10
                      OR CHAVE-COP-RCL NOT EQUAL WRK-REL-CHAVE
               ADD 1 TO WRK-REL-TOTAL
               IF DATA-RCL(1:6) EQUAL WRK-REL-MES
                   ADD 1 TO WRK-REL-NO-MES
                   IF CAT-DISCO
                       ADD 1 TO WRK-REL-FALHAS
                   END-IF
               END-IF
               READ RECLAMACOES NEXT
                   AT END MOVE 10 TO FS-RECLAMACOES
               END-READ
           END-PERFORM.
      *
           IF WRK-REL-NO-MES LESS 2
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-REL-REPETIDAS.
      *
           MOVE WRK-REL-CHAVE(1:5) TO CODIGO-COP CODIGO.
           MOVE WRK-REL-CHAVE(6:3) TO NUM-COPIA.
           MOVE SPACES TO WRK-RCL-TITULO WRK-REL-FLAG.
           READ MOVIES
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE TITULO TO WRK-RCL-TITULO
           END-READ.
           READ COPIAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF COP-INSPECIONAR
                       MOVE 'INSPECTION' TO WRK-REL-FLAG
                   END-IF
           END-READ.
      *
           MOVE SPACES TO REG-RRL.
           MOVE WRK-RCL-TITULO(1:20) TO REG-RRL(1:20).
           STRING CODIGO-COP '/' NUM-COPIA
               DELIMITED BY SIZE INTO REG-RRL(23:9).
           MOVE WRK-REL-NO-MES TO WRK-QTDE-EDIT.
           MOVE WRK-QTDE-EDIT  TO REG-RRL(36:4).
           MOVE WRK-REL-FALHAS TO WRK-QTDE-EDIT.
           MOVE WRK-QTDE-EDIT  TO REG-RRL(44:4).
           MOVE WRK-REL-TOTAL  TO WRK-QTDE-EDIT.
           MOVE WRK-QTDE-EDIT  TO REG-RRL(50:4).
           MOVE WRK-REL-FLAG   TO REG-RRL(56:10).
           WRITE REG-RRL.
       0356-ONE-COPY-GROUP-END. EXIT.

       0360-WRITE-AUDIT-LOG SECTION.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0360-WRITE-AUDIT-LOG-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE BORROWERS EMPRESTIMOS COPIAS MOVIES TAXAS VALES.
           CLOSE LOG-AUDITORIA.
           CLOSE RECLAMACOES.
      *
           IF FS-RECLAMACOES NOT EQUAL "00"
               MOVE '47ERROR CLOSING COMPLAINTS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-RECLAMACOES TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING COMPLAINTS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM CQVIDPRG.
