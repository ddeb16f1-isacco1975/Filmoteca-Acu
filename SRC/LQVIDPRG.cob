      ******************************************************************
      * FILE NAME   : LQVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : CARD SETTLEMENT RECONCILIATION OF VIDEOTECA      *
      *               PROGRAM - IMPORTS THE ACQUIRER'S DAILY FILE AND  *
      *               MATCHES EACH LINE TO THE CARD PAYMENTS, CARD     *
      *               SALES AND PRE-ORDER CARD DEPOSITS TAKEN IN THE   *
      *               SAME DRAWER SESSION, THEN REPORTS WHAT MATCHED,  *
      *               WHAT WAS NEVER SETTLED, WHAT WE HAVE NO RECORD   *
      *               OF AND THE FEES TAKEN                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LQVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDLQS.cpy'. *> CARD SETTLEMENTS DAT WORKBOOK
           COPY 'CPVIDPGS.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDVNS.cpy'. *> EX-RENTAL SALES DAT WORKBOOK
           COPY 'CPVIDCXS.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDPVS.cpy'. *> CUSTOMER PRE-ORDERS DAT WORKBOOK
      *
      *    THE ACQUIRER'S SETTLEMENT FILE, DROPPED IN THE WORKING
      *    DIRECTORY BEFORE THE RUN.
           SELECT LIQ-CARTAO
              ASSIGN       TO 'LIQ-CARTAO.csv'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-LIQ-CARTAO.
      *
           SELECT RELATO-LIQ
              ASSIGN       TO 'RELATO-LIQ.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-RELATO-LIQ.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  LIQUIDACOES.
           COPY 'CPVIDLQD.cpy'. *> CARD SETTLEMENT DATA FILE
      *
       FD  PAGAMENTOS.
           COPY 'CPVIDPAG.cpy'. *> FEE PAYMENT DATA FILE
      *
       FD  VENDAS.
           COPY 'CPVIDVND.cpy'. *> EX-RENTAL SALES DATA FILE
      *
       FD  CAIXA.
           COPY 'CPVIDCXA.cpy'. *> CASH DRAWER SESSION DATA FILE
      *
       FD  PREVENDAS.
           COPY 'CPVIDPVR.cpy'. *> CUSTOMER PRE-ORDER DATA FILE
      *
       FD  LIQ-CARTAO.
       01 FIL-LIQ                PIC X(100).
      *
       FD  RELATO-LIQ.
       01 REL-LIQ                PIC X(80).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> DATE/TIME
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDLQW.cpy'. *> CARD SETTLEMENTS DAT WORKBOOK
           COPY 'CPVIDPGW.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDVNW.cpy'. *> EX-RENTAL SALES DAT WORKBOOK
           COPY 'CPVIDCXW.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDPVW.cpy'. *> CUSTOMER PRE-ORDERS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
      *
       77  FS-LIQ-CARTAO             PIC X(02).
       77  FS-RELATO-LIQ             PIC X(02).
      *
      *    EXPECTED SETTLEMENT HEADER - THE ACQUIRER'S REFERENCE, OUR
      *    DRAWER SESSION (KEYED INTO THE TERMINAL AT SIGN-ON), THE
      *    TAKINGS DATE, THE GROSS AND THE FEE, BOTH IN CENTAVOS.
       77  WRK-LIQ-HEADER            PIC X(34) VALUE
           'REFERENCE;SESSION;DATE;AMOUNT;FEE'.
      *
       77  WRK-LIQ-REF               PIC X(12).
       77  WRK-LIQ-CXS-TXT           PIC X(05).
       77  WRK-LIQ-DATA-TXT          PIC X(08).
       77  WRK-LIQ-VALOR-TXT         PIC X(11).
       77  WRK-LIQ-TAXA-TXT          PIC X(09).
       77  WRK-LIQ-CXS               PIC 9(05).
       77  WRK-LIQ-DATA              PIC 9(08).
       77  WRK-LIQ-VALOR             PIC 9(07)V9(02).
       77  WRK-LIQ-TAXA              PIC 9(05)V9(02).
      *
      *    THE TAKINGS DAY BEING CHECKED - YESTERDAY UNLESS THE RUN
      *    IS GIVEN ANOTHER IN VIDEOTECA-DATA-LIQ. EVERY DRAWER
      *    SESSION OF THAT DAY IS EXPECTED ON THE FILE, SO A DAY THE
      *    ACQUIRER NEVER PAID SHOWS UP AS UNSETTLED.
       77  WRK-DATA-REF-TXT          PIC X(08).
       77  WRK-DATA-REF              PIC 9(08) VALUE ZERO.
       77  WRK-TODAY-NUM             PIC 9(08) VALUE ZERO.
      *
       77  IDX                       PIC S9(04) COMP VALUE ZERO.
       77  IDY                       PIC S9(04) COMP VALUE ZERO.
       77  WRK-ACHOU                 PIC S9(04) COMP VALUE ZERO.
      *
      *    DRAWER SESSIONS UNDER CHECK - THE DAY'S, PLUS ANY THE FILE
      *    NAMES (A LATE SETTLEMENT FOR AN EARLIER DAY).
       77  WRK-CXS-QTDE              PIC S9(04) COMP VALUE ZERO.
       01  TAB-SESSOES.
           05 OCC-CXS      OCCURS 200 TIMES.
              10 EL-CXS-NUM        PIC 9(05).
      *
      *    OUR CARD TAKINGS IN THOSE SESSIONS NOT YET SETTLED - A
      *    PAGAMENTOS.dat ROW (P), A VENDAS.dat SALE (V) OR THE
      *    DEPOSIT ON A PREVENDAS.dat PRE-ORDER (S).
       77  WRK-REG-QTDE              PIC S9(04) COMP VALUE ZERO.
       01  TAB-REGISTROS.
           05 OCC-REG      OCCURS 2000 TIMES.
              10 EL-REG-TIPO       PIC X(01).
              10 EL-REG-NUM        PIC 9(07).
              10 EL-REG-CXS        PIC 9(05).
              10 EL-REG-DATA       PIC 9(08).
              10 EL-REG-VALOR      PIC 9(07)V9(02).
              10 EL-REG-LIQ        PIC X(01).
      *
       01  WRK-ESTATISTICA.
           05 WRK-READ-LINES        PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-MATCH-LINES       PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-UNKNOWN-LINES     PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-DUP-LINES         PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-BAD-LINES         PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-OPEN-LINES        PIC 9(05) USAGE COMP-3 VALUE ZEROES.
           05 WRK-MATCH-VALOR       PIC 9(09)V9(02) VALUE ZEROES.
           05 WRK-UNKNOWN-VALOR     PIC 9(09)V9(02) VALUE ZEROES.
           05 WRK-OPEN-VALOR        PIC 9(09)V9(02) VALUE ZEROES.
           05 WRK-TAXA-TOTAL        PIC 9(09)V9(02) VALUE ZEROES.
           05 WRK-LIQUIDO           PIC 9(09)V9(02) VALUE ZEROES.
      *
           05 WRK-QTD-EDIT          PIC Z(04)9.
           05 WRK-VAL-EDIT          PIC ZZZ.ZZ9,99.
           05 WRK-TOT-EDIT          PIC Z.ZZZ.ZZ9,99.
      *
       SCREEN SECTION.
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LQVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0010-CHECK-BATCH-MODE.
           PERFORM 0110-DATE-TIME.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0200-LOAD-SESSIONS.
           PERFORM 0250-LOAD-CARD-TAKINGS.
           PERFORM 0290-WRITE-HEADER.
           PERFORM 0300-PROCESS-DATA UNTIL FS-LIQ-CARTAO EQUAL "10".
           PERFORM 0400-PRINT-RESULTS.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0010-CHECK-BATCH-MODE.
           COPY 'CPVIDBOP.cpy'. *> DETECT HEADLESS/BATCH MODE
       0010-CHECK-BATCH-MODE-END. EXIT.

       0110-DATE-TIME.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
      *
           ACCEPT WRK-DATA-REF-TXT
               FROM ENVIRONMENT "VIDEOTECA-DATA-LIQ".
           IF WRK-DATA-REF-TXT IS NUMERIC
               MOVE WRK-DATA-REF-TXT TO WRK-DATA-REF
           ELSE
               COMPUTE WRK-DATA-REF = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-TODAY-NUM) - 1)
           END-IF.
       0110-DATE-TIME-END. EXIT.

       0100-OPEN-DATA.
           OPEN INPUT  LIQ-CARTAO
                I-O    PAGAMENTOS
                I-O    VENDAS
                INPUT  CAIXA
                OUTPUT RELATO-LIQ.
      *
           IF FS-LIQ-CARTAO NOT EQUAL "00"
               MOVE '45ERROR OPENING LIQ-CARTAO.CSV.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-LIQ-CARTAO TO WS-ABEND-CODE
               MOVE 'ERROR OPENING SETTLEMENT FILE.' TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           IF FS-PAGAMENTOS NOT EQUAL "00"
               MOVE '47ERROR OPENING FEE PAYMENTS FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-PAGAMENTOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING FEE PAYMENTS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           IF FS-VENDAS EQUAL "35"
               OPEN OUTPUT VENDAS
               CLOSE VENDAS
               OPEN I-O VENDAS
           END-IF.
      *
           IF FS-CAIXA EQUAL "35"
               OPEN OUTPUT CAIXA
               CLOSE CAIXA
               OPEN INPUT CAIXA
           END-IF.
      *
           OPEN I-O PREVENDAS.
           IF FS-PREVENDAS EQUAL "35"
               OPEN OUTPUT PREVENDAS
               CLOSE PREVENDAS
               OPEN I-O PREVENDAS
           END-IF.
      *
           OPEN I-O LIQUIDACOES.
           IF FS-LIQUIDACOES EQUAL "35"
               OPEN OUTPUT LIQUIDACOES
               CLOSE LIQUIDACOES
               OPEN I-O LIQUIDACOES
           END-IF.
      *
           IF FS-LIQUIDACOES NOT EQUAL "00"
               MOVE '47ERROR OPENING SETTLEMENTS FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-LIQUIDACOES TO WS-ABEND-CODE
               MOVE 'ERROR OPENING SETTLEMENTS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           READ LIQ-CARTAO. *> HEADER
      *
           IF FUNCTION TRIM(FIL-LIQ) NOT EQUAL WRK-LIQ-HEADER
               MOVE '26SETTLEMENT HEADER DOES NOT MATCH LAYOUT.'
                   TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE ZEROES TO WS-ABEND-CODE
               MOVE 'SETTLEMENT HEADER DOES NOT MATCH LAYOUT.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

      *    THE SESSIONS TO CHECK: EVERY DRAWER OPENED ON THE TAKINGS
      *    DAY, THEN EVERY SESSION THE FILE ITSELF NAMES. THE FILE IS
      *    READ THROUGH ONCE FOR THIS AND REOPENED FOR THE MATCHING.
       0200-LOAD-SESSIONS.
           MOVE ZEROES TO NUM-CXS.
           START CAIXA KEY IS NOT LESS NUM-CXS
               INVALID KEY MOVE 10 TO FS-CAIXA
           END-START.
           IF FS-CAIXA NOT EQUAL 10
               READ CAIXA NEXT AT END MOVE 10 TO FS-CAIXA END-READ
           END-IF.
      *
           PERFORM UNTIL FS-CAIXA EQUAL 10
               IF DATA-CXS EQUAL WRK-DATA-REF
                   MOVE NUM-CXS TO WRK-LIQ-CXS
                   PERFORM 0210-ADD-SESSION
               END-IF
               READ CAIXA NEXT AT END MOVE 10 TO FS-CAIXA END-READ
           END-PERFORM.
      *
           READ LIQ-CARTAO AT END MOVE "10" TO FS-LIQ-CARTAO END-READ.
           PERFORM UNTIL FS-LIQ-CARTAO EQUAL "10"
               PERFORM 0320-SPLIT-LINE
               IF WRK-LIQ-CXS NOT EQUAL ZEROES
                   PERFORM 0210-ADD-SESSION
               END-IF
               READ LIQ-CARTAO AT END MOVE "10" TO FS-LIQ-CARTAO
               END-READ
           END-PERFORM.
      *
           CLOSE LIQ-CARTAO.
           OPEN INPUT LIQ-CARTAO.
           READ LIQ-CARTAO. *> HEADER
           READ LIQ-CARTAO AT END MOVE "10" TO FS-LIQ-CARTAO END-READ.
       0200-LOAD-SESSIONS-END. EXIT.

       0210-ADD-SESSION.
           MOVE ZERO TO WRK-ACHOU.
           PERFORM VARYING IDY FROM 1 BY 1
                   UNTIL IDY GREATER WRK-CXS-QTDE
               IF EL-CXS-NUM(IDY) EQUAL WRK-LIQ-CXS
                   MOVE IDY TO WRK-ACHOU
               END-IF
           END-PERFORM.
      *
           IF WRK-ACHOU EQUAL ZERO AND WRK-CXS-QTDE LESS 200
               ADD 1 TO WRK-CXS-QTDE
               MOVE WRK-LIQ-CXS TO EL-CXS-NUM(WRK-CXS-QTDE)
           END-IF.
       0210-ADD-SESSION-END. EXIT.

       0215-FIND-SESSION.
           MOVE ZERO TO WRK-ACHOU.
           PERFORM VARYING IDY FROM 1 BY 1
                   UNTIL IDY GREATER WRK-CXS-QTDE
                      OR WRK-ACHOU NOT EQUAL ZERO
               IF EL-CXS-NUM(IDY) EQUAL WRK-LIQ-CXS
                   MOVE IDY TO WRK-ACHOU
               END-IF
           END-PERFORM.
       0215-FIND-SESSION-END. EXIT.

      *    OUR CARD TAKINGS IN THE SESSIONS UNDER CHECK THAT NO EARLIER
      *    RUN HAS SETTLED - CARD PAYMENTS FIRST, THEN CARD SALES,
      *    THEN DEPOSITS TAKEN ON A CARD WHEN A PRE-ORDER WAS PLACED.
       0250-LOAD-CARD-TAKINGS.
           MOVE ZEROES TO NUM-PAG.
           START PAGAMENTOS KEY IS NOT LESS NUM-PAG
               INVALID KEY MOVE 10 TO FS-PAGAMENTOS
           END-START.
           IF FS-PAGAMENTOS NOT EQUAL 10
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PAGAMENTOS EQUAL 10
               IF FORMA-CARTAO AND DATA-LIQ-PAG EQUAL ZEROES
                   MOVE NUM-CXS-PAG TO WRK-LIQ-CXS
                   PERFORM 0215-FIND-SESSION
                   IF WRK-ACHOU NOT EQUAL ZERO
                      AND WRK-REG-QTDE LESS 2000
                       ADD 1 TO WRK-REG-QTDE
                       MOVE 'P'         TO EL-REG-TIPO(WRK-REG-QTDE)
                       MOVE NUM-PAG     TO EL-REG-NUM(WRK-REG-QTDE)
                       MOVE NUM-CXS-PAG TO EL-REG-CXS(WRK-REG-QTDE)
                       MOVE DATA-PAG    TO EL-REG-DATA(WRK-REG-QTDE)
                       MOVE VALOR-PAG   TO EL-REG-VALOR(WRK-REG-QTDE)
                       MOVE 'N'         TO EL-REG-LIQ(WRK-REG-QTDE)
                   END-IF
               END-IF
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-PERFORM.
      *
           MOVE ZEROES TO NUM-VND.
           START VENDAS KEY IS NOT LESS NUM-VND
               INVALID KEY MOVE 10 TO FS-VENDAS
           END-START.
           IF FS-VENDAS NOT EQUAL 10
               READ VENDAS NEXT AT END MOVE 10 TO FS-VENDAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-VENDAS EQUAL 10
               IF VND-CARTAO AND DATA-LIQ-VND EQUAL ZEROES
                   MOVE NUM-CXS-VND TO WRK-LIQ-CXS
                   PERFORM 0215-FIND-SESSION
                   IF WRK-ACHOU NOT EQUAL ZERO
                      AND WRK-REG-QTDE LESS 2000
                       ADD 1 TO WRK-REG-QTDE
                       MOVE 'V'         TO EL-REG-TIPO(WRK-REG-QTDE)
                       MOVE NUM-VND     TO EL-REG-NUM(WRK-REG-QTDE)
                       MOVE NUM-CXS-VND TO EL-REG-CXS(WRK-REG-QTDE)
                       MOVE DATA-VND    TO EL-REG-DATA(WRK-REG-QTDE)
                       MOVE VALOR-VND   TO EL-REG-VALOR(WRK-REG-QTDE)
                       MOVE 'N'         TO EL-REG-LIQ(WRK-REG-QTDE)
                   END-IF
               END-IF
               READ VENDAS NEXT AT END MOVE 10 TO FS-VENDAS END-READ
           END-PERFORM.
      *
           MOVE ZEROES TO NUM-PRV.
           START PREVENDAS KEY IS NOT LESS NUM-PRV
               INVALID KEY MOVE 10 TO FS-PREVENDAS
           END-START.
           IF FS-PREVENDAS NOT EQUAL 10
               READ PREVENDAS NEXT AT END MOVE 10 TO FS-PREVENDAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PREVENDAS EQUAL 10
               IF SINAL-CARTAO AND SINAL-PRV GREATER ZEROES
                  AND DATA-LIQ-PRV EQUAL ZEROES
                   MOVE NUM-CXS-PRV TO WRK-LIQ-CXS
                   PERFORM 0215-FIND-SESSION
                   IF WRK-ACHOU NOT EQUAL ZERO
                      AND WRK-REG-QTDE LESS 2000
                       ADD 1 TO WRK-REG-QTDE
                       MOVE 'S'         TO EL-REG-TIPO(WRK-REG-QTDE)
                       MOVE NUM-PRV     TO EL-REG-NUM(WRK-REG-QTDE)
                       MOVE NUM-CXS-PRV TO EL-REG-CXS(WRK-REG-QTDE)
                       MOVE DATA-PRV    TO EL-REG-DATA(WRK-REG-QTDE)
                       MOVE SINAL-PRV   TO EL-REG-VALOR(WRK-REG-QTDE)
                       MOVE 'N'         TO EL-REG-LIQ(WRK-REG-QTDE)
                   END-IF
               END-IF
               READ PREVENDAS NEXT AT END MOVE 10 TO FS-PREVENDAS
               END-READ
           END-PERFORM.
       0250-LOAD-CARD-TAKINGS-END. EXIT.

       0290-WRITE-HEADER.
           MOVE SPACES TO REL-LIQ.
           STRING 'VIDEOTECA - CARD SETTLEMENT RECONCILIATION FOR '
                  WRK-DATA-REF ' AT ' WRK-DATE
               DELIMITED BY SIZE INTO REL-LIQ.
           WRITE REL-LIQ.
           MOVE ALL '=' TO REL-LIQ.
           WRITE REL-LIQ.
           MOVE 'REFERENCE    SESS. DATE          AMOUNT       FEE'
               TO REL-LIQ.
           MOVE ' RESULT' TO REL-LIQ(51:).
           WRITE REL-LIQ.
           MOVE ALL '-' TO REL-LIQ.
           WRITE REL-LIQ.
       0290-WRITE-HEADER-END. EXIT.

      *    ONE SETTLEMENT LINE: A REFERENCE ALREADY ON FILE WAS
      *    LOADED BEFORE AND IS SKIPPED; OTHERWISE IT SETTLES THE
      *    FIRST UNSETTLED CARD TAKING OF THE SAME AMOUNT IN THE SAME
      *    SESSION, OR IS KEPT AS A SETTLEMENT WE HAVE NO RECORD OF.
       0300-PROCESS-DATA.
           ADD 1 TO WRK-READ-LINES.
           PERFORM 0320-SPLIT-LINE.
      *
           PERFORM 0310-HANDLE-LIQ-LINE.
      *
           READ LIQ-CARTAO AT END MOVE "10" TO FS-LIQ-CARTAO END-READ.
       0300-PROCESS-DATA-END. EXIT.

       0310-HANDLE-LIQ-LINE.
           MOVE SPACES TO REL-LIQ.
           MOVE WRK-LIQ-REF    TO REL-LIQ(1:12).
           MOVE WRK-LIQ-CXS    TO REL-LIQ(14:5).
           MOVE WRK-LIQ-DATA   TO REL-LIQ(20:8).
           MOVE WRK-LIQ-VALOR  TO WRK-VAL-EDIT.
           MOVE WRK-VAL-EDIT   TO REL-LIQ(29:10).
           MOVE WRK-LIQ-TAXA   TO WRK-VAL-EDIT.
           MOVE WRK-VAL-EDIT   TO REL-LIQ(40:10).
      *
           IF WRK-LIQ-REF EQUAL SPACES OR WRK-LIQ-CXS EQUAL ZEROES
              OR WRK-LIQ-VALOR EQUAL ZEROES
               ADD 1 TO WRK-BAD-LINES
               MOVE ' UNREADABLE LINE - SKIPPED' TO REL-LIQ(51:)
               WRITE REL-LIQ
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-LIQ-REF TO REF-LIQ.
           READ LIQUIDACOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-DUP-LINES
                   MOVE ' ALREADY LOADED - SKIPPED' TO REL-LIQ(51:)
                   WRITE REL-LIQ
                   EXIT PARAGRAPH
           END-READ.
      *
           ADD WRK-LIQ-TAXA TO WRK-TAXA-TOTAL.
      *
           INITIALIZE REG-LIQ.
           MOVE WRK-LIQ-REF    TO REF-LIQ.
           MOVE WRK-LIQ-CXS    TO NUM-CXS-LIQ.
           MOVE WRK-LIQ-DATA   TO DATA-LIQ.
           MOVE WRK-LIQ-VALOR  TO VALOR-LIQ.
           MOVE WRK-LIQ-TAXA   TO TAXA-LIQ.
           MOVE WRK-TODAY-NUM  TO DATA-IMP-LIQ.
      *
           MOVE ZERO TO WRK-ACHOU.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-REG-QTDE
                      OR WRK-ACHOU NOT EQUAL ZERO
               IF EL-REG-LIQ(IDX) EQUAL 'N'
                  AND EL-REG-CXS(IDX) EQUAL WRK-LIQ-CXS
                  AND EL-REG-VALOR(IDX) EQUAL WRK-LIQ-VALOR
                   MOVE IDX TO WRK-ACHOU
               END-IF
           END-PERFORM.
      *
           IF WRK-ACHOU EQUAL ZERO
               ADD 1 TO WRK-UNKNOWN-LINES
               ADD WRK-LIQ-VALOR TO WRK-UNKNOWN-VALOR
               SET LIQ-DESCONHECIDA TO TRUE
               MOVE ' NO RECORD OF THIS TAKING' TO REL-LIQ(51:)
           ELSE
               ADD 1 TO WRK-MATCH-LINES
               ADD WRK-LIQ-VALOR TO WRK-MATCH-VALOR
               MOVE 'S' TO EL-REG-LIQ(WRK-ACHOU)
               SET LIQ-CONCILIADA TO TRUE
               MOVE EL-REG-TIPO(WRK-ACHOU) TO TIPO-DOC-LIQ
               MOVE EL-REG-NUM(WRK-ACHOU)  TO NUM-DOC-LIQ
               PERFORM 0330-STAMP-TAKING
               STRING ' MATCHED ' TIPO-DOC-LIQ ' ' NUM-DOC-LIQ
                   DELIMITED BY SIZE INTO REL-LIQ(51:)
           END-IF.
      *
           WRITE REG-LIQ
               INVALID KEY
                   MOVE ' WRITE FAILED - NOT KEPT' TO REL-LIQ(51:)
           END-WRITE.
           WRITE REL-LIQ.
       0310-HANDLE-LIQ-LINE-END. EXIT.

       0320-SPLIT-LINE.
           MOVE SPACES TO WRK-LIQ-REF WRK-LIQ-CXS-TXT WRK-LIQ-DATA-TXT
                          WRK-LIQ-VALOR-TXT WRK-LIQ-TAXA-TXT.
           MOVE ZEROES TO WRK-LIQ-CXS WRK-LIQ-DATA WRK-LIQ-VALOR
                          WRK-LIQ-TAXA.
           UNSTRING FIL-LIQ DELIMITED BY ";"
               INTO WRK-LIQ-REF,
                    WRK-LIQ-CXS-TXT,
                    WRK-LIQ-DATA-TXT,
                    WRK-LIQ-VALOR-TXT,
                    WRK-LIQ-TAXA-TXT.
      *
           IF WRK-LIQ-CXS-TXT NOT EQUAL SPACES
               COMPUTE WRK-LIQ-CXS =
                   FUNCTION NUMVAL(WRK-LIQ-CXS-TXT)
           END-IF.
           IF WRK-LIQ-DATA-TXT IS NUMERIC
               MOVE WRK-LIQ-DATA-TXT TO WRK-LIQ-DATA
           END-IF.
           IF WRK-LIQ-VALOR-TXT NOT EQUAL SPACES
               COMPUTE WRK-LIQ-VALOR =
                   FUNCTION NUMVAL(WRK-LIQ-VALOR-TXT) / 100
           END-IF.
           IF WRK-LIQ-TAXA-TXT NOT EQUAL SPACES
               COMPUTE WRK-LIQ-TAXA =
                   FUNCTION NUMVAL(WRK-LIQ-TAXA-TXT) / 100
           END-IF.
       0320-SPLIT-LINE-END. EXIT.

      *    THE TAKING IS MARKED SETTLED ON ITS OWN FILE SO THE NEXT
      *    RUN DOES NOT EXPECT IT AGAIN.
       0330-STAMP-TAKING.
           EVALUATE EL-REG-TIPO(WRK-ACHOU)
             WHEN 'P'
               MOVE EL-REG-NUM(WRK-ACHOU) TO NUM-PAG
               READ PAGAMENTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-TODAY-NUM TO DATA-LIQ-PAG
                       MOVE WRK-LIQ-REF   TO REF-LIQ-PAG
                       REWRITE REG-PAG
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
             WHEN 'V'
               MOVE EL-REG-NUM(WRK-ACHOU) TO NUM-VND
               READ VENDAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-TODAY-NUM TO DATA-LIQ-VND
                       MOVE WRK-LIQ-REF   TO REF-LIQ-VND
                       REWRITE REG-VND
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
             WHEN 'S'
               MOVE EL-REG-NUM(WRK-ACHOU) TO NUM-PRV
               READ PREVENDAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-TODAY-NUM TO DATA-LIQ-PRV
                       MOVE WRK-LIQ-REF   TO REF-LIQ-PRV
                       REWRITE REG-PRV
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           END-EVALUATE.
       0330-STAMP-TAKING-END. EXIT.

      *    WHAT WE TOOK ON A CARD BUT THE ACQUIRER HAS NOT PAID, THEN
      *    THE RUN'S TOTALS - FEES ARE WHAT THE ACQUIRER KEPT OUT OF
      *    THE LINES LOADED THIS RUN.
       0400-PRINT-RESULTS.
           MOVE SPACES TO REL-LIQ.
           WRITE REL-LIQ.
           MOVE 'CARD TAKINGS NOT SETTLED' TO REL-LIQ.
           WRITE REL-LIQ.
           MOVE 'FOR NUMBER  SESS. DATE          AMOUNT' TO REL-LIQ.
           WRITE REL-LIQ.
           MOVE ALL '-' TO REL-LIQ.
           WRITE REL-LIQ.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-REG-QTDE
               IF EL-REG-LIQ(IDX) EQUAL 'N'
                   ADD 1 TO WRK-OPEN-LINES
                   ADD EL-REG-VALOR(IDX) TO WRK-OPEN-VALOR
                   MOVE SPACES TO REL-LIQ
                   MOVE EL-REG-TIPO(IDX)  TO REL-LIQ(2:1)
                   MOVE EL-REG-NUM(IDX)   TO REL-LIQ(5:7)
                   MOVE EL-REG-CXS(IDX)   TO REL-LIQ(13:5)
                   MOVE EL-REG-DATA(IDX)  TO REL-LIQ(19:8)
                   MOVE EL-REG-VALOR(IDX) TO WRK-VAL-EDIT
                   MOVE WRK-VAL-EDIT      TO REL-LIQ(29:10)
                   WRITE REL-LIQ
               END-IF
           END-PERFORM.
      *
           MOVE ALL '=' TO REL-LIQ.
           WRITE REL-LIQ.
           MOVE WRK-READ-LINES TO WRK-QTD-EDIT.
           MOVE SPACES TO REL-LIQ.
           STRING 'SETTLEMENT LINES READ......: ' WRK-QTD-EDIT
               DELIMITED BY SIZE INTO REL-LIQ.
           WRITE REL-LIQ.
           MOVE WRK-MATCH-LINES TO WRK-QTD-EDIT.
           MOVE WRK-MATCH-VALOR TO WRK-TOT-EDIT.
           MOVE SPACES TO REL-LIQ.
           STRING 'MATCHED....................: ' WRK-QTD-EDIT
                  '  TOTAL ' WRK-TOT-EDIT
               DELIMITED BY SIZE INTO REL-LIQ.
           WRITE REL-LIQ.
           MOVE WRK-OPEN-LINES TO WRK-QTD-EDIT.
           MOVE WRK-OPEN-VALOR TO WRK-TOT-EDIT.
           MOVE SPACES TO REL-LIQ.
           STRING 'RECORDED, NEVER SETTLED....: ' WRK-QTD-EDIT
                  '  TOTAL ' WRK-TOT-EDIT
               DELIMITED BY SIZE INTO REL-LIQ.
           WRITE REL-LIQ.
           MOVE WRK-UNKNOWN-LINES TO WRK-QTD-EDIT.
           MOVE WRK-UNKNOWN-VALOR TO WRK-TOT-EDIT.
           MOVE SPACES TO REL-LIQ.
           STRING 'SETTLED, NO RECORD OF......: ' WRK-QTD-EDIT
                  '  TOTAL ' WRK-TOT-EDIT
               DELIMITED BY SIZE INTO REL-LIQ.
           WRITE REL-LIQ.
           MOVE WRK-DUP-LINES TO WRK-QTD-EDIT.
           MOVE SPACES TO REL-LIQ.
           STRING 'ALREADY LOADED - SKIPPED...: ' WRK-QTD-EDIT
               DELIMITED BY SIZE INTO REL-LIQ.
           WRITE REL-LIQ.
           MOVE WRK-BAD-LINES TO WRK-QTD-EDIT.
           MOVE SPACES TO REL-LIQ.
           STRING 'UNREADABLE - SKIPPED.......: ' WRK-QTD-EDIT
               DELIMITED BY SIZE INTO REL-LIQ.
           WRITE REL-LIQ.
           MOVE WRK-TAXA-TOTAL TO WRK-TOT-EDIT.
           MOVE SPACES TO REL-LIQ.
           STRING 'ACQUIRER FEES..............:        ' WRK-TOT-EDIT
               DELIMITED BY SIZE INTO REL-LIQ.
           WRITE REL-LIQ.
           ADD WRK-MATCH-VALOR WRK-UNKNOWN-VALOR GIVING WRK-LIQUIDO.
           SUBTRACT WRK-TAXA-TOTAL FROM WRK-LIQUIDO.
           MOVE WRK-LIQUIDO TO WRK-TOT-EDIT.
           MOVE SPACES TO REL-LIQ.
           STRING 'NET TO BE CREDITED.........:        ' WRK-TOT-EDIT
               DELIMITED BY SIZE INTO REL-LIQ.
           WRITE REL-LIQ.
      *
           MOVE WRK-MATCH-LINES TO WRK-QTD-EDIT.
           INITIALIZE WRK-MSG.
           IF WRK-OPEN-LINES EQUAL ZEROES
              AND WRK-UNKNOWN-LINES EQUAL ZEROES
               STRING '57SETTLEMENT RECONCILED - MATCHED '
                          DELIMITED BY SIZE
                      WRK-QTD-EDIT DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                      INTO WRK-MSG
           ELSE
               MOVE '43SETTLEMENT EXCEPTIONS - SEE RELATO-LIQ.TXT.'
                   TO WRK-MSG
           END-IF.
           PERFORM 0900-SHOW-MSG.
       0400-PRINT-RESULTS-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE LIQ-CARTAO PAGAMENTOS VENDAS CAIXA LIQUIDACOES
                 PREVENDAS RELATO-LIQ.
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

       END PROGRAM LQVIDPRG.
