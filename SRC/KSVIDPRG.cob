      ******************************************************************
      * FILE NAME   : KSVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : SELF-SERVICE KIOSK OF VIDEOTECA PROGRAM - THE    *
      *               UNATTENDED TERMINAL BY THE DOOR. A BORROWER      *
      *               SIGNS ON WITH MEMBER CARD AND PIN, THEN RETURNS  *
      *               ITEMS, RENEWS LOANS AND CHECKS OUT UNRATED,      *
      *               NO-DEPOSIT TITLES. ANYTHING NEEDING STAFF IS     *
      *               SENT TO THE COUNTER. EVERY TRANSACTION GOES ON   *
      *               THE AUDIT TRAIL UNDER OPERATOR KIOSK             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSVIDPRG.
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
           COPY 'CPVIDCPS.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
           COPY 'CPVIDJRS.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDPLS.cpy'. *> MEMBERSHIP PLANS DAT WORKBOOK
           COPY 'CPVIDPGS.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDCAS.cpy'. *> DEPOSITS DAT WORKBOOK
           COPY 'CPVIDMMS.cpy'. *> BORROWER ALERT MEMOS DAT WORKBOOK
           COPY 'CPVIDMCS.cpy'. *> MEMBER CARD REGISTER DAT WORKBOOK
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
       FD  COPIAS.
           COPY 'CPVIDCOP.cpy'. *> COPY REGISTER DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  JOURNAL.
           COPY 'CPVIDJRN.cpy'. *> RECOVERY JOURNAL RECORD
      *
       FD  PLANOS.
           COPY 'CPVIDPLA.cpy'. *> MEMBERSHIP PLAN DATA FILE
      *
       FD  PAGAMENTOS.
           COPY 'CPVIDPAG.cpy'. *> FEE PAYMENT DATA FILE
      *
       FD  CAUCOES.
           COPY 'CPVIDCAU.cpy'. *> DEPOSIT DATA FILE
      *
       FD  ALERTAS.
           COPY 'CPVIDMMO.cpy'. *> BORROWER ALERT MEMO DATA FILE
      *
       FD  CARTOES.
           COPY 'CPVIDMCR.cpy'. *> MEMBER CARD REGISTER DATA FILE
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
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDTXW.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDRSW.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDCLW.cpy'. *> CALENDAR DAT WORKBOOK
           COPY 'CPVIDHOW.cpy'. *> BRANCH HOURS DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDCPW.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDPLW.cpy'. *> MEMBERSHIP PLANS DAT WORKBOOK
           COPY 'CPVIDPGW.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDCAW.cpy'. *> DEPOSITS DAT WORKBOOK
           COPY 'CPVIDMMW.cpy'. *> BORROWER ALERT MEMOS DAT WORKBOOK
           COPY 'CPVIDMCW.cpy'. *> MEMBER CARD REGISTER DAT WORKBOOK
           COPY 'CPVIDIMW.cpy'. *> SERVICE AND SALES TAX WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
      *    THE KIOSK SESSION - THE CARD SCANNED, THE PIN KEYED, THE
      *    BORROWER SIGNED ON (ZERO BETWEEN SESSIONS), THE SESSION
      *    MENU OPTION AND THE SWITCH THAT ENDS THE SESSION.
       77  WRK-KSK-CARTAO           PIC 9(08) VALUE ZERO.
       77  WRK-KSK-PIN              PIC 9(04) VALUE ZERO.
       77  WRK-KSK-LOC              PIC 9(05) VALUE ZERO.
       77  WRK-KSK-OPCAO            PIC X(01) VALUE SPACE.
       77  WRK-KSK-FIM              PIC X(01) VALUE 'N'.
      *
      *    WRONG PINS IN A ROW BEFORE THE CARD IS LOCKED OUT OF THE
      *    KIOSK (PARAMS.dat CODE PINTENT), AND THE STAFF CODE THAT
      *    SHUTS THE KIOSK DOWN FROM AN EMPTY CARD SCAN (KIOSKSAI) -
      *    ZERO MEANS NO CODE IS ASKED FOR.
       77  WRK-KSK-MAX-TENT         PIC 9(01) VALUE 3.
       77  WRK-KSK-SAIDA            PIC 9(04) VALUE ZERO.
       77  WRK-KSK-CODIGO           PIC 9(04) VALUE ZERO.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-KSKMNU.
           05 LINE 08 COLUMN 10 VALUE "+--------------------+".
           05 LINE 09 COLUMN 10 VALUE "| 1. DEVOLVER        |".
           05 LINE 10 COLUMN 10 VALUE "| 2. RENOVAR         |".
           05 LINE 11 COLUMN 10 VALUE "| 3. RETIRAR         |".
           05 LINE 12 COLUMN 10 VALUE "| 0. ENCERRAR        |".
           05 LINE 13 COLUMN 10 VALUE "| OPCAO...: [ ]      |".
           05 LINE 14 COLUMN 10 VALUE "+--------------------+".
           05 LINE 13 COLUMN 23 PIC X(01) USING WRK-KSK-OPCAO.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'KSVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0105-LOAD-POLICY.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O EMPRESTIMOS.
      *
           IF FS-EMPRESTIMOS EQUAL "35"
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN I-O EMPRESTIMOS
           END-IF.
      *
           IF FS-EMPRESTIMOS NOT EQUAL "00"
               MOVE '47ERROR OPENING LOANS FILE.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EMPRESTIMOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING LOANS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O MOVIES.
      *
           IF FS-MOVIES NOT EQUAL "00"
               MOVE '47ERROR OPENING MOVIES FILE.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MOVIES TO WS-ABEND-CODE
               MOVE 'ERROR OPENING MOVIES FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
      *    I-O FOR THE WRONG-PIN COUNT AND FOR THE BALANCE OF A
      *    CHARGE ACCOUNT A KIOSK RENTAL OR LATE FEE GOES ON.
           OPEN I-O BORROWERS.
      *
           IF FS-BORROWERS EQUAL "35"
               OPEN OUTPUT BORROWERS
               CLOSE BORROWERS
               OPEN I-O BORROWERS
           END-IF.
      *
           IF FS-BORROWERS NOT EQUAL "00"
               MOVE '47ERROR OPENING BORROWERS FILE.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-BORROWERS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING BORROWERS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O TAXAS.
      *
           IF FS-TAXAS EQUAL "35"
               OPEN OUTPUT TAXAS
               CLOSE TAXAS
               OPEN I-O TAXAS
           END-IF.
      *
           IF FS-TAXAS NOT EQUAL "00"
               MOVE '47ERROR OPENING FEE LEDGER FILE.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-TAXAS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING FEE LEDGER FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O RESERVAS.
      *
           IF FS-RESERVAS EQUAL "35"
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN I-O RESERVAS
           END-IF.
      *
           IF FS-RESERVAS NOT EQUAL "00"
               MOVE '47ERROR OPENING RESERVATIONS FILE.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-RESERVAS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING RESERVATIONS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT CALENDARIO.
      *
           IF FS-CALENDARIO EQUAL "35"
               OPEN OUTPUT CALENDARIO
               CLOSE CALENDARIO
               OPEN INPUT CALENDARIO
           END-IF.
      *
           IF FS-CALENDARIO NOT EQUAL "00"
               MOVE '47ERROR OPENING CALENDAR FILE.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CALENDARIO TO WS-ABEND-CODE
               MOVE 'ERROR OPENING CALENDAR FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT HORARIOS.
      *
           IF FS-HORARIOS EQUAL "35"
               OPEN OUTPUT HORARIOS
               CLOSE HORARIOS
               OPEN INPUT HORARIOS
           END-IF.
      *
           OPEN I-O COPIAS.
      *
           IF FS-COPIAS EQUAL "35"
               OPEN OUTPUT COPIAS
               CLOSE COPIAS
               OPEN I-O COPIAS
           END-IF.
      *
           IF FS-COPIAS NOT EQUAL "00"
               MOVE '47ERROR OPENING COPY REGISTER FILE.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-COPIAS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING COPY REGISTER FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
      *    NOBODY SIGNS ON TO THE KIOSK - EVERYTHING IT DOES LANDS ON
      *    THE AUDIT TRAIL UNDER ITS OWN OPERATOR ID, SO THE OAVIDPRG
      *    ACTIVITY REPORT SHOWS SELF-SERVICE WORK AS ONE LINE.
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
           MOVE 'KIOSK' TO WRK-OPERATOR.
      *
           OPEN INPUT PLANOS.
           IF FS-PLANOS EQUAL "35"
               OPEN OUTPUT PLANOS
               CLOSE PLANOS
               OPEN INPUT PLANOS
           END-IF.
      *
           OPEN EXTEND JOURNAL.
           IF FS-JOURNAL EQUAL "35"
               OPEN OUTPUT JOURNAL
           END-IF.
      *
           OPEN I-O PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL "35"
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN I-O PAGAMENTOS
           END-IF.
      *
      *    DEPOSITS ARE CONSULT-ONLY HERE - THE KIOSK NEITHER TAKES
      *    NOR HANDS BACK CASH, SO IT ONLY LOOKS FOR ONE HELD.
           OPEN INPUT CAUCOES.
           IF FS-CAUCOES EQUAL "35"
               OPEN OUTPUT CAUCOES
               CLOSE CAUCOES
               OPEN INPUT CAUCOES
           END-IF.
      *
           OPEN INPUT ALERTAS.
           IF FS-ALERTAS EQUAL "35"
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN INPUT ALERTAS
           END-IF.
      *
           OPEN INPUT CARTOES.
           IF FS-CARTOES EQUAL "35"
               OPEN OUTPUT CARTOES
               CLOSE CARTOES
               OPEN INPUT CARTOES
           END-IF.
       0100-OPEN-DATA-END. EXIT.

      *    THE SAME POLICY KNOBS THE COUNTER WORKS TO (SEE EMVIDPRG'S
      *    0105-LOAD-POLICY) - A KIOSK LOAN OR RENEWAL GETS EXACTLY
      *    THE TERMS IT WOULD HAVE GOT AT THE DESK - PLUS THE TWO
      *    KIOSK KNOBS.
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
           MOVE 'LOANOVN ' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               MOVE WRK-PAR-NUM TO WRK-DIAS-OVN
           END-IF.
      *
           MOVE 'LOANNEW ' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               MOVE WRK-PAR-NUM TO WRK-DIAS-NOV
           END-IF.
      *
           MOVE 'LOANLONG' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               MOVE WRK-PAR-NUM TO WRK-DIAS-LONGO
           END-IF.
      *
           MOVE 'PRECONOV' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               COMPUTE WRK-PRECO-NOV = WRK-PAR-NUM / 100
           END-IF.
      *
           MOVE 'PRECOSTD' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               COMPUTE WRK-PRECO-STD = WRK-PAR-NUM / 100
           END-IF.
      *
           MOVE 'PRECOCAT' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               COMPUTE WRK-PRECO-CAT = WRK-PAR-NUM / 100
           END-IF.
      *
           MOVE 'DEPLIMIT' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               COMPUTE WRK-CAU-LIMIAR = WRK-PAR-NUM / 100
           END-IF.
      *
           MOVE 'PINTENT ' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               MOVE WRK-PAR-NUM TO WRK-KSK-MAX-TENT
           END-IF.
      *
           MOVE 'KIOSKSAI' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1
               MOVE WRK-PAR-NUM TO WRK-KSK-SAIDA
           END-IF.
      *
           PERFORM 0108-LOAD-TAX-RATES.
      *
           CLOSE PARAMS.
       0105-LOAD-POLICY-END. EXIT.

       0107-FETCH-PARAM SECTION.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0107-FETCH-PARAM-END. EXIT.

       0108-LOAD-TAX-RATES SECTION.
           COPY 'CPVIDIML.cpy'. *> LOAD TAX RATES
       0108-LOAD-TAX-RATES-END. EXIT.

      *    ONE KIOSK SESSION: CARD AND PIN, THEN AS MANY RETURNS,
      *    RENEWALS AND CHECKOUTS AS THE BORROWER WANTS UNTIL THEY
      *    SIGN OFF. THE NEXT BORROWER ALWAYS STARTS FROM THE CARD.
       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE "    * * *  S E L F - S E R V I C E  * * *"
               TO WRK-TITLE.
           MOVE SPACES TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           MOVE ZERO TO WRK-KSK-LOC.
      *
           PERFORM 0310-SIGN-ON.
           IF WRK-KSK-LOC EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'N' TO WRK-KSK-FIM.
           PERFORM 0320-SESSION-MENU UNTIL WRK-KSK-FIM EQUAL 'S'.
           MOVE ZERO TO WRK-KSK-LOC.
       0300-PROCESS-DATA-END. EXIT.

       0310-SIGN-ON SECTION.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-MAIN.
           PERFORM 0302-CHECK-CARD-AND-PIN.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0310-SIGN-ON-END. EXIT.

      *    THE CARD MUST BE ON THE REGISTER, STILL ACTIVE AND THE ONE
      *    THE BORROWER CURRENTLY HOLDS; THE BORROWER MUST BE ACTIVE
      *    AND HAVE A PIN. A WRONG PIN COUNTS AGAINST THE CARD, AND AT
      *    THE CEILING ONLY THE DESK CAN LET IT BACK IN (MCVIDPRG).
       0302-CHECK-CARD-AND-PIN SECTION.
           MOVE ZERO TO WRK-KSK-CARTAO WRK-KSK-PIN.
           DISPLAY 'SCAN YOUR MEMBER CARD..: [        ]'
               AT LINE 08 COLUMN 10.
           ACCEPT WRK-KSK-CARTAO AT LINE 08 COLUMN 36.
           IF WRK-KSK-CARTAO EQUAL ZERO
               PERFORM 0304-CLOSE-KIOSK
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-KSK-CARTAO TO NUM-CRT.
           READ CARTOES
               INVALID KEY
                   MOVE '48CARD NOT RECOGNISED - SEE THE COUNTER.'
                       TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           IF CRT-CANCELADO
               MOVE 'CARDREFU'   TO LOG-OPERACAO
               MOVE NUM-LOC-CRT  TO LOG-CODIGO
               MOVE 'CARTAO'     TO LOG-CAMPO
               MOVE NUM-CRT      TO LOG-VALOR-ANTIGO
               MOVE 'CANCELLED CARD REFUSED AT THE KIOSK'
                   TO LOG-VALOR-NOVO
               PERFORM 0399-WRITE-AUDIT-LOG
               MOVE '43CARD CANCELLED - SEE THE COUNTER.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE NUM-LOC-CRT TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   MOVE '48MEMBER NOT FOUND - SEE THE COUNTER.'
                       TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
             WHEN LOC-INATIVO
             WHEN CARTAO-LOC NOT EQUAL NUM-CRT
               MOVE '43CARD NOT VALID - SEE THE COUNTER.'
                   TO WRK-MSG
             WHEN PIN-LOC EQUAL ZERO
               MOVE '43NO KIOSK PIN SET - SEE THE COUNTER.'
                   TO WRK-MSG
             WHEN TENT-PIN-LOC NOT LESS WRK-KSK-MAX-TENT
               MOVE '43CARD LOCKED AT THE KIOSK - SEE THE COUNTER.'
                   TO WRK-MSG
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           DISPLAY 'KEY YOUR PIN...........: [    ]'
               AT LINE 10 COLUMN 10.
           ACCEPT WRK-KSK-PIN AT LINE 10 COLUMN 36 WITH SECURE.
      *
           IF WRK-KSK-PIN NOT EQUAL PIN-LOC
               ADD 1 TO TENT-PIN-LOC
               REWRITE REG-LOC
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE 'KIOSKPIN'   TO LOG-OPERACAO
               MOVE NUM-LOC      TO LOG-CODIGO
               MOVE 'PIN'        TO LOG-CAMPO
               MOVE NUM-CRT      TO LOG-VALOR-ANTIGO
               MOVE SPACES       TO LOG-VALOR-NOVO
               STRING 'WRONG PIN - ATTEMPT ' TENT-PIN-LOC
                   DELIMITED BY SIZE INTO LOG-VALOR-NOVO
               PERFORM 0399-WRITE-AUDIT-LOG
               IF TENT-PIN-LOC NOT LESS WRK-KSK-MAX-TENT
                   MOVE '43TOO MANY WRONG PINS - SEE THE COUNTER.'
                       TO WRK-MSG
               ELSE
                   MOVE '20WRONG PIN - PLEASE TRY AGAIN.' TO WRK-MSG
               END-IF
               EXIT PARAGRAPH
           END-IF.
      *
           IF TENT-PIN-LOC NOT EQUAL ZERO
               MOVE ZERO TO TENT-PIN-LOC
               REWRITE REG-LOC
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
      *
           MOVE NUM-LOC       TO WRK-KSK-LOC WRK-CHECK-LOC.
           MOVE NOME-LOC      TO WRK-CHECK-NOME.
           MOVE DATA-NASC-LOC TO WRK-CHECK-NASC.
       0302-CHECK-CARD-AND-PIN-END. EXIT.

      *    AN EMPTY CARD SCAN IS HOW STAFF SHUT THE KIOSK DOWN AT
      *    CLOSING TIME - BEHIND THE KIOSKSAI CODE WHEN ONE IS SET, SO
      *    A PASSER-BY PRESSING ENTER ONLY GETS THE CARD PROMPT BACK.
       0304-CLOSE-KIOSK SECTION.
           IF WRK-KSK-SAIDA EQUAL ZERO
               MOVE 'N' TO WRK-CONTINUE
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZERO TO WRK-KSK-CODIGO.
           DISPLAY 'STAFF CODE.............: [    ]'
               AT LINE 10 COLUMN 10.
           ACCEPT WRK-KSK-CODIGO AT LINE 10 COLUMN 36 WITH SECURE.
           IF WRK-KSK-CODIGO EQUAL WRK-KSK-SAIDA
               MOVE 'N' TO WRK-CONTINUE
           END-IF.
       0304-CLOSE-KIOSK-END. EXIT.

      *    THE NIGHTLY CHAIN (BDVIDPRG) RAISES THE MAINTENANCE FLAG
      *    WHILE IT RUNS - THE KIOSK THEN TAKES NO RETURNS, RENEWALS
      *    OR CHECKOUTS AND SENDS THE MEMBER TO THE COUNTER.
       0299-CHECK-MAINTENANCE SECTION.
           COPY 'CPVIDMTC.cpy'. *> READ MAINTENANCE FLAG
      *
           IF MANUTENCAO-ATIVA
               MOVE '43KIOSK IN NIGHTLY MAINTENANCE - SEE THE COUNTER.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0299-CHECK-MAINTENANCE-END. EXIT.

       0320-SESSION-MENU SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE WRK-KSK-OPCAO WRK-MSG.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY 'WELCOME, ' AT LINE 06 COLUMN 10.
           DISPLAY WRK-CHECK-NOME AT LINE 06 COLUMN 19
               COLOR 3 HIGHLIGHT.
           DISPLAY SCREEN-KSKMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-KSKMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-KSK-OPCAO EQUAL '1' OR '2' OR '3'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE '*' TO WRK-KSK-OPCAO
               END-IF
           END-IF.
      *
           EVALUATE WRK-KSK-OPCAO
             WHEN '1' PERFORM 0330-RETURN
             WHEN '2' PERFORM 0340-RENEW
             WHEN '3' PERFORM 0350-CHECKOUT
             WHEN '*' CONTINUE
             WHEN '0' MOVE 'S' TO WRK-KSK-FIM
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0320-SESSION-MENU-END. EXIT.

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

      *    ASKS FOR THE LABEL OF THE ITEM IN THE BORROWER'S HANDS.
      *    ZERO IN WRK-CHECK-CODIGO MEANS THEY CHANGED THEIR MIND.
       0325-SCAN-ITEM SECTION.
           MOVE ZEROES TO WRK-CHECK-CODIGO.
           DISPLAY 'SCAN THE ITEM LABEL....: [     ]'
               AT LINE 16 COLUMN 10.
           ACCEPT WRK-CHECK-CODIGO AT LINE 16 COLUMN 36.
       0325-SCAN-ITEM-END. EXIT.

       0330-RETURN SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0331-RETURN-ITEM.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0330-RETURN-END. EXIT.

      *    THE COUNTER'S SCAN-RETURN STEPS (EMVIDPRG 0352) FOR AN ITEM
      *    DROPPED IN THE KIOSK BIN - ALWAYS A CLEAN RETURN; DAMAGE IS
      *    FOR STAFF TO FIND WHEN THE BIN IS EMPTIED. A LOAN HOLDING A
      *    DEPOSIT STAYS OUT: THE MONEY CAN ONLY GO BACK ACROSS THE
      *    COUNTER. A LATE FEE IS RAISED AS USUAL AND LEFT FOR THE FEE
      *    DESK (OR PUT ON THE CHARGE ACCOUNT, AS THE COUNTER DOES).
       0331-RETURN-ITEM SECTION.
           PERFORM 0325-SCAN-ITEM.
           IF WRK-CHECK-CODIGO EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0353-FIND-ACTIVE-LOAN.
           IF WRK-SCAN-LOAN EQUAL ZEROES
               MOVE '48ITEM IS NOT ON LOAN - SEE THE COUNTER.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-SCAN-LOAN TO NUM-EMP-CAU.
           READ CAUCOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAU-RETIDA
                       MOVE '43DEPOSIT HELD - RETURN IT AT THE COUNTER.'
                           TO WRK-MSG
                   END-IF
           END-READ.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZEROES TO WRK-VALOR-ATRASO.
           MOVE WRK-SCAN-LOAN TO NUM-EMP.
           READ EMPRESTIMOS
               INVALID KEY
                   MOVE '48LOAN NOT FOUND - SEE THE COUNTER.'
                       TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           MOVE REG-EMP TO WRK-JRN-ANTES.
           MOVE SPACES  TO WRK-JRN-ANTES-FIL.
           PERFORM 0312-POLICY-FOR-LOAN.
      *
           MOVE WRK-TODAY-NUM TO DATA-DEVOLUCAO.
           MOVE WRK-TIME      TO HORA-DEV-EMP.
           SET EMP-DEVOLVIDO TO TRUE.
           SET RESULT-OK     TO TRUE.
           REWRITE REG-EMP
               INVALID KEY
                   MOVE '42ERROR RECORDING RETURN.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM 0391-JOURNAL-EMP-REWRITE.
      *
           MOVE CODIGO-EMP TO CODIGO.
           READ MOVIES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REG-FIL TO WRK-JRN-ANTES-FIL
                   MOVE TITULO  TO WRK-SLIP-TITULO
                   ADD 1 TO QTDE-DISPONIVEL
                   REWRITE REG-FIL
           END-READ.
      *
           IF FS-MOVIES EQUAL 51
               MOVE '55MOVIE RECORD LOCKED BY ANOTHER USER.'
                   TO WRK-MSG
           ELSE
               PERFORM 0392-JOURNAL-FIL-REWRITE
               PERFORM 0326-RELEASE-COPY
               PERFORM 0322-ASSESS-LATE-FEE
           END-IF.
      *
           MOVE 'KIOSKRET'    TO LOG-OPERACAO.
           MOVE CODIGO-EMP    TO LOG-CODIGO.
           MOVE 'EMPRESTIMO'  TO LOG-CAMPO.
           MOVE SPACES        TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE NUM-EMP       TO WRK-NUM-EMP-EDIT.
           STRING 'LOAN ' WRK-NUM-EMP-EDIT ' BORROWER ' NUM-LOC-EMP
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           STRING 'RETURNED BY CARD ' WRK-KSK-CARTAO
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0399-WRITE-AUDIT-LOG.
       0331-RETURN-ITEM-END. EXIT.

       0340-RENEW SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0341-RENEW-ITEM.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0340-RENEW-END. EXIT.

      *    THE COUNTER'S RENEWAL RULES (EMVIDPRG 0340) - ONLY AN
      *    ACTIVE LOAN, ONLY UNDER THE RENEWAL CEILING, EXTENDED FROM
      *    THE CURRENT DUE DATE BY THE BORROWER'S OWN LOAN PERIOD -
      *    AND ONLY A LOAN ON THE CARD SIGNED ON.
       0341-RENEW-ITEM SECTION.
           PERFORM 0325-SCAN-ITEM.
           IF WRK-CHECK-CODIGO EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0353-FIND-ACTIVE-LOAN.
           IF WRK-SCAN-LOAN EQUAL ZEROES
               MOVE '48ITEM IS NOT ON LOAN - SEE THE COUNTER.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-SCAN-LOAN TO NUM-EMP.
           READ EMPRESTIMOS
               INVALID KEY
                   MOVE '48LOAN NOT FOUND - SEE THE COUNTER.'
                       TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           MOVE REG-EMP TO WRK-JRN-ANTES.
      *
           IF NUM-LOC-EMP NOT EQUAL WRK-KSK-LOC
               MOVE '43THIS ITEM IS NOT ON YOUR CARD.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
           IF QTDE-RENOV-EMP NOT LESS WRK-MAX-RENOV
               MOVE '43RENEWAL LIMIT REACHED - SEE THE COUNTER.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0312-POLICY-FOR-LOAN.
           PERFORM 0345-EXTEND-DUE-DATE.
           IF WRK-MSG(1:2) NOT EQUAL '57'
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'KIOSKREN'    TO LOG-OPERACAO.
           MOVE CODIGO-EMP    TO LOG-CODIGO.
           MOVE 'PREVISTA'    TO LOG-CAMPO.
           MOVE SPACES        TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE NUM-EMP       TO WRK-NUM-EMP-EDIT.
           STRING 'LOAN ' WRK-NUM-EMP-EDIT ' BORROWER ' NUM-LOC-EMP
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           STRING 'RENEWED - NOW DUE ' WRK-DUE-DISP
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0399-WRITE-AUDIT-LOG.
       0341-RENEW-ITEM-END. EXIT.

       0350-CHECKOUT SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0351-CHECKOUT-ITEM.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0350-CHECKOUT-END. EXIT.

      *    A KIOSK CHECKOUT IS A COUNTER CHECKOUT WITH EVERY STAFF
      *    DECISION TAKEN AWAY: NO OVERRIDES, NO ALERTS TO READ OUT,
      *    NO CASH. A BORROWER IN COLLECTIONS, WITH AN ALERT ON FILE
      *    OR BLOCKED ON STANDING, A RATED TITLE, A TITLE BEFORE ITS
      *    STREET DATE, ONE NEEDING A DEPOSIT OR HELD FOR SOMEONE
      *    ELSE, AND A RENTAL THAT WOULD NEED PAYING ALL GO TO THE
      *    COUNTER. A RENTAL WITH A PRICE ONLY GOES OUT ON A CHARGE
      *    ACCOUNT WITH ROOM UNDER ITS LIMIT.
       0351-CHECKOUT-ITEM SECTION.
           PERFORM 0325-SCAN-ITEM.
           IF WRK-CHECK-CODIGO EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
      *    A RETURN EARLIER IN THE SESSION MAY HAVE LOADED ANOTHER
      *    BORROWER'S PLAN TERMS - PUT THE CARD HOLDER'S BACK.
           MOVE WRK-KSK-LOC TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   MOVE '48MEMBER NOT FOUND - SEE THE COUNTER.'
                       TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 0311-LOAD-BORROWER-POLICY.
           IF EM-COBRANCA
               MOVE '43ACCOUNT IN COLLECTIONS - SEE THE COUNTER.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0303-CHECK-ALERTS.
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
           MOVE WRK-CHECK-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '48UNKNOWN ITEM - SEE THE COUNTER.'
                       TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
      *
      *    A GAME GOES OUT ON A CHOSEN PLATFORM, WHICH THE SCAN
      *    CANNOT TELL - THE COUNTER ASKS FOR IT.
           EVALUATE TRUE
             WHEN MIDIA-JOGO
               MOVE '43GAMES ARE RENTED AT THE COUNTER.' TO WRK-MSG
             WHEN NOT CLASSIF-LIVRE
               MOVE '43AGE-RATED TITLE - SEE THE COUNTER.'
                   TO WRK-MSG
             WHEN DATA-ESTREIA-FIL NUMERIC
                  AND DATA-ESTREIA-FIL GREATER WRK-TODAY-NUM
               MOVE '43NOT OUT UNTIL ITS STREET DATE.' TO WRK-MSG
             WHEN VALOR-REPOSICAO GREATER WRK-CAU-LIMIAR
               MOVE '43DEPOSIT REQUIRED - SEE THE COUNTER.'
                   TO WRK-MSG
             WHEN QTDE-DISPONIVEL EQUAL ZERO
               MOVE '43NO COPY AVAILABLE - SEE THE COUNTER.'
                   TO WRK-MSG
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0318-FIND-FIRST-HOLD.
           IF WRK-RES-FIRST-NUM NOT EQUAL ZEROES
              AND WRK-RES-FIRST-LOC NOT EQUAL WRK-KSK-LOC
               MOVE '43TITLE IS RESERVED - SEE THE COUNTER.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE TRUE
               WHEN PRECO-NOVIDADE
                   MOVE WRK-PRECO-NOV TO WRK-VALOR-LOCACAO
               WHEN PRECO-CATALOGO
                   MOVE WRK-PRECO-CAT TO WRK-VALOR-LOCACAO
               WHEN OTHER
                   MOVE WRK-PRECO-STD TO WRK-VALOR-LOCACAO
           END-EVALUATE.
           MOVE ZERO TO WRK-CONTA-NUM.
           IF WRK-VALOR-LOCACAO GREATER ZEROES
               MOVE WRK-KSK-LOC TO NUM-LOC-EMP
               PERFORM 0393-FIND-ACCOUNT
               IF WRK-CONTA-NUM EQUAL ZERO
                   MOVE '43RENTAL TO PAY - SEE THE COUNTER.'
                       TO WRK-MSG
                   EXIT PARAGRAPH
               END-IF
               IF WRK-CONTA-SALDO + WRK-VALOR-LOCACAO
                  GREATER WRK-CONTA-LIMITE
                   MOVE '43ACCOUNT OVER ITS LIMIT - SEE THE COUNTER.'
                       TO WRK-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *
           MOVE TITULO  TO WRK-SLIP-TITULO.
           MOVE REG-FIL TO WRK-JRN-ANTES-FIL.
           PERFORM 0305-NEXT-LOAN-NUMBER.
           PERFORM 0317-BUILD-AND-WRITE-LOAN.
           IF WRK-MSG(1:2) NOT EQUAL '57'
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0319-SETTLE-HOLD.
           IF WRK-VALOR-LOCACAO GREATER ZEROES
               MOVE WRK-VALOR-LOCACAO TO WRK-VALOR-PAGTO
               MOVE 'A' TO WRK-FORMA-EMP
               PERFORM 0372-WRITE-RENTAL-PAYMENT
           END-IF.
      *
           MOVE 'KIOSKOUT'    TO LOG-OPERACAO.
           MOVE CODIGO-EMP    TO LOG-CODIGO.
           MOVE 'EMPRESTIMO'  TO LOG-CAMPO.
           MOVE SPACES        TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE NUM-EMP       TO WRK-NUM-EMP-EDIT.
           STRING 'LOAN ' WRK-NUM-EMP-EDIT ' BORROWER ' NUM-LOC-EMP
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           STRING 'DUE ' WRK-DUE-DISP ' CARD ' WRK-KSK-CARTAO
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0399-WRITE-AUDIT-LOG.
       0351-CHECKOUT-ITEM-END. EXIT.

      *    AN ALERT MEMO IS THERE FOR STAFF TO READ OUT AND
      *    ACKNOWLEDGE, WHICH THE KIOSK CANNOT DO - ANY ACTIVE ONE
      *    SENDS THE BORROWER TO THE COUNTER WITHOUT SHOWING IT.
       0303-CHECK-ALERTS SECTION.
           MOVE WRK-KSK-LOC TO NUM-LOC-MEM.
           MOVE ZERO        TO SEQ-MEM.
           START ALERTAS KEY IS NOT LESS CHAVE-MEM
               INVALID KEY MOVE 10 TO FS-ALERTAS
           END-START.
           IF FS-ALERTAS NOT EQUAL 10
               READ ALERTAS NEXT AT END MOVE 10 TO FS-ALERTAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-ALERTAS EQUAL 10
                      OR NUM-LOC-MEM NOT EQUAL WRK-KSK-LOC
                      OR WRK-MSG-TEXT NOT EQUAL SPACES
               IF MEM-ATIVO
                  AND DATA-EXP-MEM NOT LESS WRK-TODAY-NUM
                   MOVE '43PLEASE SEE THE COUNTER BEFORE BORROWING.'
                       TO WRK-MSG
               ELSE
                   READ ALERTAS NEXT AT END MOVE 10 TO FS-ALERTAS
                   END-READ
               END-IF
           END-PERFORM.
       0303-CHECK-ALERTS-END. EXIT.

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

       0312-POLICY-FOR-LOAN SECTION.
           MOVE WRK-LOAN-DAYS   TO WRK-EFF-LOAN-DAYS.
           MOVE WRK-MAX-EMP     TO WRK-EFF-MAX-EMP.
           MOVE WRK-TAXA-DIARIA TO WRK-EFF-TAXA-DIARIA.
      *
           MOVE NUM-LOC-EMP TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0311-LOAD-BORROWER-POLICY
           END-READ.
       0312-POLICY-FOR-LOAN-END. EXIT.

      *    THE COUNTER'S STANDING CHECK (EMVIDPRG 0313) WITHOUT THE
      *    SUPERVISOR OVERRIDE: OVERDUE ITEMS, UNPAID FEES OR THE
      *    SIMULTANEOUS-LOAN CEILING SET WRK-STAND-BLOCK AND THE
      *    REASON, AND THE CALLER SENDS THE BORROWER TO THE COUNTER.
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
               IF NUM-LOC-EMP EQUAL WRK-KSK-LOC
                   ADD 1 TO WRK-STAND-ATIVOS
                   IF DATA-PREVISTA LESS WRK-TODAY-NUM
                       ADD 1 TO WRK-STAND-VENCIDOS
                   END-IF
               END-IF
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
                   END-READ
           END-PERFORM.
      *
           MOVE WRK-KSK-LOC TO NUM-LOC-TAX.
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
                     OR NUM-LOC-TAX NOT EQUAL WRK-KSK-LOC
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
                   MOVE 'YOU HAVE OVERDUE ITEM(S) OUT.'
                       TO WRK-STAND-REASON
               WHEN WRK-STAND-TAXAS GREATER ZERO
                   MOVE 'S' TO WRK-STAND-BLOCK
                   MOVE 'YOU HAVE UNPAID FEES.'
                       TO WRK-STAND-REASON
               WHEN WRK-STAND-ATIVOS NOT LESS WRK-EFF-MAX-EMP
                   MOVE 'S' TO WRK-STAND-BLOCK
                   MOVE 'LOAN LIMIT REACHED.'
                       TO WRK-STAND-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0313-CHECK-STANDING-END. EXIT.

       0305-NEXT-LOAN-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-EMP.
           START EMPRESTIMOS KEY IS NOT GREATER NUM-EMP
               INVALID KEY
                   MOVE ZEROES TO NUM-EMP
               NOT INVALID KEY
                   READ EMPRESTIMOS NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-EMP.
       0305-NEXT-LOAN-NUMBER-END. EXIT.

      *    AS EMVIDPRG 0317 - NUM-EMP WAS LEFT SET BY 0305, REG-FIL IS
      *    STILL CURRENT FROM THE CHECKOUT READ, AND THE TITLE'S LOAN
      *    CLASS PICKS THE PERIOD OVER THE PLAN/HOUSE ONE.
       0317-BUILD-AND-WRITE-LOAN SECTION.
           PERFORM 0314-PICK-COPY.
      *
           MOVE WRK-CHECK-CODIGO TO CODIGO-EMP.
           MOVE WRK-KSK-LOC      TO NUM-LOC-EMP.
           MOVE WRK-CHECK-NOME   TO NOME-LOCATARIO.
           MOVE WRK-TODAY-NUM    TO DATA-EMPRESTIMO.
           MOVE ZEROES           TO DATA-DEVOLUCAO.
           MOVE ZEROES           TO QTDE-RENOV-EMP.
           MOVE WRK-COPY-NUM     TO NUM-COPIA-EMP.
           MOVE SPACE            TO EMP-RESULTADO.
           MOVE WRK-FILIAL       TO FILIAL-EMP.
           MOVE WRK-TIME         TO HORA-EMP.
           MOVE SPACES           TO HORA-DEV-EMP.
           MOVE ZEROES            TO NUM-CXS-EMP.
           MOVE SPACES           TO COD-PRM-EMP.
           MOVE ZEROES           TO DESC-PRM-EMP.
           SET EMP-ATIVO TO TRUE.
      *
           MOVE 'N' TO WRK-HOR-OVN.
           EVALUATE TRUE
               WHEN CLEMP-OVERNIGHT
                   MOVE WRK-DIAS-OVN TO WRK-CLASSE-DIAS
                   MOVE 'S' TO WRK-HOR-OVN
               WHEN CLEMP-NOVIDADE
                   MOVE WRK-DIAS-NOV TO WRK-CLASSE-DIAS
               WHEN CLEMP-LONGO
                   MOVE WRK-DIAS-LONGO TO WRK-CLASSE-DIAS
               WHEN OTHER
                   MOVE WRK-EFF-LOAN-DAYS TO WRK-CLASSE-DIAS
           END-EVALUATE.
      *
           COMPUTE WRK-DUE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-TODAY-NUM)
             + WRK-CLASSE-DIAS).
           PERFORM 0348-ROLL-PAST-CLOSED.
           MOVE WRK-DUE-NUM TO DATA-PREVISTA.
           PERFORM 0348A-STAMP-DUE-TIME.
      *
           WRITE REG-EMP
               INVALID KEY
                   MOVE '47ERROR RECORDING LOAN.' TO WRK-MSG
               NOT INVALID KEY
                   PERFORM 0390-JOURNAL-EMP-WRITE
                   SUBTRACT 1 FROM QTDE-DISPONIVEL
                   REWRITE REG-FIL
                   IF FS-MOVIES EQUAL 51
                       MOVE '55MOVIE RECORD LOCKED BY ANOTHER USER.'
                           TO WRK-MSG
                   ELSE
                       PERFORM 0392-JOURNAL-FIL-REWRITE
                       PERFORM 0324-MARK-COPY-OUT
                       MOVE NUM-EMP       TO WRK-NUM-EMP-EDIT
                       MOVE DATA-PREVISTA TO WRK-DUE-DISP
                       STRING '57ENJOY! LOAN #' DELIMITED BY SIZE
                              WRK-NUM-EMP-EDIT DELIMITED BY SIZE
                              ' IS DUE BACK ' DELIMITED BY SIZE
                              WRK-DUE-DISP DELIMITED BY SIZE
                              ' BY ' DELIMITED BY SIZE
                              HORA-PREVISTA-EMP DELIMITED BY SIZE
                              '.' DELIMITED BY SIZE
                              INTO WRK-MSG
                   END-IF
           END-WRITE.
       0317-BUILD-AND-WRITE-LOAN-END. EXIT.

       0314-PICK-COPY SECTION.
           MOVE ZEROES TO WRK-COPY-NUM.
      *
           MOVE WRK-CHECK-CODIGO TO CODIGO-COP.
           MOVE ZEROES           TO NUM-COPIA.
           START COPIAS KEY IS NOT LESS CHAVE-COP
               INVALID KEY MOVE 10 TO FS-COPIAS
           END-START.
           IF FS-COPIAS NOT EQUAL 10
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-COPIAS EQUAL 10
                     OR CODIGO-COP NOT EQUAL WRK-CHECK-CODIGO
                     OR WRK-COPY-NUM NOT EQUAL ZEROES
               IF COP-DISPONIVEL
                   MOVE NUM-COPIA TO WRK-COPY-NUM
               ELSE
                   READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS
                       END-READ
               END-IF
           END-PERFORM.
       0314-PICK-COPY-END. EXIT.

       0324-MARK-COPY-OUT SECTION.
           IF NUM-COPIA-EMP EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE CODIGO-EMP     TO CODIGO-COP.
           MOVE NUM-COPIA-EMP  TO NUM-COPIA.
           READ COPIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET COP-EMPRESTADA TO TRUE
                   REWRITE REG-COP
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.
       0324-MARK-COPY-OUT-END. EXIT.

       0326-RELEASE-COPY SECTION.
           IF NUM-COPIA-EMP EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE CODIGO-EMP     TO CODIGO-COP.
           MOVE NUM-COPIA-EMP  TO NUM-COPIA.
           READ COPIAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET COP-DISPONIVEL TO TRUE
                   SET COP-A-ARRUMAR  TO TRUE
                   REWRITE REG-COP
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.
       0326-RELEASE-COPY-END. EXIT.

       0318-FIND-FIRST-HOLD SECTION.
           MOVE ZEROES TO WRK-RES-FIRST-NUM WRK-RES-FIRST-LOC.
           MOVE SPACES TO WRK-RES-FIRST-NOME.
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
                  AND (WRK-RES-FIRST-NUM EQUAL ZEROES
                       OR NUM-RES LESS WRK-RES-FIRST-NUM)
                   MOVE NUM-RES      TO WRK-RES-FIRST-NUM
                   MOVE NOME-LOC-RES TO WRK-RES-FIRST-NOME
                   MOVE NUM-LOC-RES  TO WRK-RES-FIRST-LOC
               END-IF
               READ RESERVAS NEXT AT END MOVE 10 TO FS-RESERVAS
                   END-READ
           END-PERFORM.
       0318-FIND-FIRST-HOLD-END. EXIT.

       0319-SETTLE-HOLD SECTION.
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
               IF RES-ATIVA AND NUM-LOC-RES EQUAL WRK-KSK-LOC
                   SET RES-ATENDIDA TO TRUE
                   REWRITE REG-RES
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE 10 TO FS-RESERVAS
               ELSE
                   READ RESERVAS NEXT AT END MOVE 10 TO FS-RESERVAS
                       END-READ
               END-IF
           END-PERFORM.
       0319-SETTLE-HOLD-END. EXIT.

       0353-FIND-ACTIVE-LOAN SECTION.
           MOVE ZEROES TO WRK-SCAN-LOAN.
      *
           MOVE WRK-CHECK-CODIGO TO CODIGO-EMP.
           START EMPRESTIMOS KEY IS EQUAL CODIGO-EMP
               INVALID KEY
                   MOVE 10 TO FS-EMPRESTIMOS
           END-START.
           IF FS-EMPRESTIMOS NOT EQUAL 10
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
                   END-READ
           END-IF.
      *
           PERFORM UNTIL FS-EMPRESTIMOS EQUAL 10
                     OR CODIGO-EMP NOT EQUAL WRK-CHECK-CODIGO
               IF EMP-ATIVO
                  AND (WRK-SCAN-LOAN EQUAL ZEROES
                       OR NUM-EMP LESS WRK-SCAN-LOAN)
                   MOVE NUM-EMP TO WRK-SCAN-LOAN
               END-IF
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
                   END-READ
           END-PERFORM.
       0353-FIND-ACTIVE-LOAN-END. EXIT.

      *    THE RENTAL ROW FOR A KIOSK LOAN - ALWAYS ON THE CHARGE
      *    ACCOUNT 0393 FOUND, SO NO DRAWER SESSION IS STAMPED.
       0372-WRITE-RENTAL-PAYMENT SECTION.
           MOVE HIGH-VALUES TO NUM-PAG.
           START PAGAMENTOS KEY IS NOT GREATER NUM-PAG
               INVALID KEY
                   MOVE ZEROES TO NUM-PAG
               NOT INVALID KEY
                   READ PAGAMENTOS NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-PAG GIVING WRK-PAG-NEXT-EMP.
      *
           INITIALIZE REG-PAG.
           MOVE WRK-PAG-NEXT-EMP  TO NUM-PAG.
           MOVE NUM-EMP           TO NUM-EMP-PAG.
           MOVE NUM-LOC-EMP       TO NUM-LOC-PAG.
           MOVE WRK-VALOR-PAGTO   TO VALOR-PAG.
           MOVE WRK-TODAY-NUM     TO DATA-PAG.
           MOVE WRK-FORMA-EMP     TO FORMA-PAG.
           MOVE ZEROES            TO NUM-CXS-PAG.
           SET PAG-LOCACAO TO TRUE.
           MOVE 'L'               TO WRK-IMP-TIPO.
           MOVE WRK-VALOR-PAGTO   TO WRK-IMP-BASE.
           PERFORM 0362-COMPUTE-TAX.
           MOVE WRK-IMP-ALIQ      TO ALIQ-PAG.
           MOVE WRK-IMP-VALOR     TO IMPOSTO-PAG.
           MOVE WRK-CONTA-NUM     TO CONTA-PAG.
      *
           WRITE REG-PAG
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE WRK-VALOR-PAGTO TO WRK-CONTA-VALOR
                   PERFORM 0394-POST-TO-ACCOUNT
           END-WRITE.
       0372-WRITE-RENTAL-PAYMENT-END. EXIT.

       0362-COMPUTE-TAX SECTION.
           COPY 'CPVIDIMC.cpy'. *> TAX CONTAINED IN A GROSS AMOUNT
       0362-COMPUTE-TAX-END. EXIT.

      *    THE CHARGE ACCOUNT THE BORROWER ON NUM-LOC-EMP RENTS ON,
      *    EXACTLY AS EMVIDPRG FINDS IT. REG-LOC IS PUT BACK AFTER.
       0393-FIND-ACCOUNT SECTION.
           MOVE ZERO TO WRK-CONTA-NUM WRK-CONTA-SALDO WRK-CONTA-LIMITE.
           MOVE REG-LOC TO WRK-LOC-HOLD.
      *
           MOVE NUM-LOC-EMP TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   MOVE WRK-LOC-HOLD TO REG-LOC
                   EXIT PARAGRAPH
           END-READ.
           IF LOC-CONTA
               MOVE NUM-LOC   TO WRK-CONTA-NUM
           ELSE
               MOVE CONTA-LOC TO WRK-CONTA-NUM
           END-IF.
      *
           IF WRK-CONTA-NUM NOT EQUAL ZERO
              AND WRK-CONTA-NUM NOT EQUAL NUM-LOC
               MOVE WRK-CONTA-NUM TO NUM-LOC
               READ BORROWERS
                   INVALID KEY MOVE ZERO TO WRK-CONTA-NUM
               END-READ
           END-IF.
      *
           IF WRK-CONTA-NUM NOT EQUAL ZERO
               IF LOC-CONTA AND LOC-ATIVO
                   MOVE SALDO-CONTA-LOC TO WRK-CONTA-SALDO
                   MOVE LIMITE-CRED-LOC TO WRK-CONTA-LIMITE
               ELSE
                   MOVE ZERO TO WRK-CONTA-NUM
               END-IF
           END-IF.
           MOVE WRK-LOC-HOLD TO REG-LOC.
       0393-FIND-ACCOUNT-END. EXIT.

       0394-POST-TO-ACCOUNT SECTION.
           MOVE REG-LOC TO WRK-LOC-HOLD.
           MOVE WRK-CONTA-NUM TO NUM-LOC.
           READ BORROWERS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD WRK-CONTA-VALOR TO SALDO-CONTA-LOC
                   REWRITE REG-LOC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE SALDO-CONTA-LOC TO WRK-CONTA-SALDO
           END-READ.
           MOVE WRK-LOC-HOLD TO REG-LOC.
       0394-POST-TO-ACCOUNT-END. EXIT.

      *    AS AT THE COUNTER, A LATE FEE ON A BORROWER WHO RENTS ON
      *    A CHARGE ACCOUNT IS SETTLED AT ONCE ON THE ACCOUNT.
       0396-CHARGE-FEE-TO-ACCOUNT SECTION.
           MOVE ZERO TO WRK-CONTA-NUM.
           IF VALOR-TAX EQUAL ZEROES OR NOT TAX-PENDENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0393-FIND-ACCOUNT.
           IF WRK-CONTA-NUM EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE HIGH-VALUES TO NUM-PAG.
           START PAGAMENTOS KEY IS NOT GREATER NUM-PAG
               INVALID KEY
                   MOVE ZEROES TO NUM-PAG
               NOT INVALID KEY
                   READ PAGAMENTOS NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-PAG GIVING WRK-PAG-NEXT-EMP.
      *
           INITIALIZE REG-PAG.
           MOVE WRK-PAG-NEXT-EMP  TO NUM-PAG.
           MOVE NUM-EMP-TAX       TO NUM-EMP-PAG.
           MOVE NUM-LOC-TAX       TO NUM-LOC-PAG.
           MOVE VALOR-TAX         TO VALOR-PAG.
           MOVE WRK-TODAY-NUM     TO DATA-PAG.
           SET FORMA-CONTA TO TRUE.
           MOVE ZEROES            TO NUM-CXS-PAG.
           SET PAG-TAXA TO TRUE.
           MOVE TAX-TIPO          TO WRK-IMP-TIPO.
           MOVE VALOR-TAX         TO WRK-IMP-BASE.
           PERFORM 0362-COMPUTE-TAX.
           MOVE WRK-IMP-ALIQ      TO ALIQ-PAG.
           MOVE WRK-IMP-VALOR     TO IMPOSTO-PAG.
           MOVE WRK-CONTA-NUM     TO CONTA-PAG.
      *
           WRITE REG-PAG
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE.
      *
           SET TAX-PAGA TO TRUE.
           MOVE WRK-TODAY-NUM TO DATA-PAGAMENTO-TAX.
           REWRITE REG-TAX
               INVALID KEY CONTINUE
           END-REWRITE.
      *
           MOVE VALOR-TAX TO WRK-CONTA-VALOR.
           PERFORM 0394-POST-TO-ACCOUNT.
       0396-CHARGE-FEE-TO-ACCOUNT-END. EXIT.

      *    THE COUNTER'S LATE-FEE RULES (EMVIDPRG 0322): ONLY OPEN
      *    DAYS PAST THE DUE TIME COUNT, A ROW ALREADY ACCRUED BY THE
      *    NIGHTLY RUN IS SETTLED RATHER THAN DUPLICATED, AND ONE
      *    ACCRUED FOR A LOAN THAT CAME BACK ON TIME IS VOIDED.
       0322-ASSESS-LATE-FEE SECTION.
           IF DATA-DEVOLUCAO LESS DATA-PREVISTA
               PERFORM 0322B-VOID-ACCRUED
               MOVE '54THANK YOU - ITEM RETURNED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0346-COUNT-OPEN-DAYS.
           IF WRK-DIAS-ATRASO EQUAL ZERO
               PERFORM 0322B-VOID-ACCRUED
               MOVE '54THANK YOU - ITEM RETURNED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-VALOR-ATRASO =
               WRK-DIAS-ATRASO * WRK-EFF-TAXA-DIARIA.
      *
           INITIALIZE REG-TAX.
           MOVE NUM-EMP          TO NUM-EMP-TAX.
           MOVE NUM-LOC-EMP      TO NUM-LOC-TAX.
           MOVE NOME-LOCATARIO   TO NOME-LOC-TAX.
           MOVE WRK-DIAS-ATRASO  TO DIAS-ATRASO-TAX.
           MOVE WRK-VALOR-ATRASO TO VALOR-TAX.
           MOVE WRK-TODAY-NUM    TO DATA-TAX.
           MOVE ZEROES           TO DATA-PAGAMENTO-TAX.
           SET TAX-PENDENTE TO TRUE.
           SET TAX-ATRASO   TO TRUE.
      *
           WRITE REG-TAX
               INVALID KEY
                   PERFORM 0322A-SETTLE-ACCRUED
               NOT INVALID KEY
                   PERFORM 0322C-LATE-MESSAGE
           END-WRITE.
       0322-ASSESS-LATE-FEE-END. EXIT.

       0322A-SETTLE-ACCRUED SECTION.
           MOVE NUM-EMP TO NUM-EMP-TAX.
           READ TAXAS
               INVALID KEY
                   MOVE '54RETURNED LATE - PLEASE SEE THE FEE DESK.'
                       TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
      *
           IF TAX-PENDENTE AND TAX-ATRASO
               MOVE WRK-DIAS-ATRASO  TO DIAS-ATRASO-TAX
               MOVE WRK-VALOR-ATRASO TO VALOR-TAX
               MOVE WRK-TODAY-NUM    TO DATA-TAX
               REWRITE REG-TAX
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 0322C-LATE-MESSAGE
           ELSE
               MOVE '54RETURNED LATE - PLEASE SEE THE FEE DESK.'
                   TO WRK-MSG
           END-IF.
       0322A-SETTLE-ACCRUED-END. EXIT.

       0322B-VOID-ACCRUED SECTION.
           MOVE NUM-EMP TO NUM-EMP-TAX.
           READ TAXAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
      *
           IF TAX-PENDENTE AND TAX-ATRASO
               SET TAX-ISENTA TO TRUE
               MOVE WRK-TODAY-NUM TO DATA-TAX
               REWRITE REG-TAX
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
       0322B-VOID-ACCRUED-END. EXIT.

      *    THE FEE JUST POSTED OR SETTLED IN REG-TAX - ON THE CHARGE
      *    ACCOUNT IF THERE IS ONE, OTHERWISE OWED AT THE FEE DESK.
       0322C-LATE-MESSAGE SECTION.
           INITIALIZE WRK-MSG.
           MOVE WRK-VALOR-ATRASO TO WRK-VALOR-ATRASO-EDIT.
           STRING '54RETURNED ' DELIMITED BY SIZE
                  WRK-DIAS-ATRASO DELIMITED BY SIZE
                  ' DAYS LATE. FEE DUE AT THE DESK: ' DELIMITED BY SIZE
                  WRK-VALOR-ATRASO-EDIT DELIMITED BY SIZE
                  INTO WRK-MSG.
           PERFORM 0396-CHARGE-FEE-TO-ACCOUNT.
           IF WRK-CONTA-NUM NOT EQUAL ZERO
               MOVE '54RETURNED LATE - FEE CHARGED TO ACCOUNT.'
                   TO WRK-MSG
           END-IF.
       0322C-LATE-MESSAGE-END. EXIT.

       0345-EXTEND-DUE-DATE SECTION.
           COMPUTE WRK-DUE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-PREVISTA)
             + WRK-EFF-LOAN-DAYS).
           PERFORM 0348-ROLL-PAST-CLOSED.
           MOVE WRK-DUE-NUM TO DATA-PREVISTA.
           MOVE 'N' TO WRK-HOR-OVN.
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

      *    AS EMVIDPRG 0348A - NOON FOR AN OVERNIGHT LOAN, OTHERWISE
      *    THE LENDING BRANCH'S CLOSING TIME ON THE DUE DATE.
       0348A-STAMP-DUE-TIME SECTION.
           MOVE FILIAL-EMP    TO WRK-HOR-FILIAL.
           MOVE DATA-PREVISTA TO WRK-HOR-DATA.
           COPY 'CPVIDHOB.cpy'. *> BRANCH HOURS FOR A DATE
      *
           IF WRK-HOR-OVN EQUAL 'S'
               MOVE WRK-HOR-MEIODIA TO HORA-PREVISTA-EMP
           ELSE
               MOVE WRK-HOR-FECHA   TO HORA-PREVISTA-EMP
           END-IF.
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

       0346-COUNT-OPEN-DAYS SECTION.
           MOVE ZERO TO WRK-DIAS-ATRASO.
           MOVE DATA-PREVISTA TO WRK-CAL-PROBE.
      *
           PERFORM UNTIL WRK-CAL-PROBE NOT LESS DATA-DEVOLUCAO
               COMPUTE WRK-CAL-PROBE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-CAL-PROBE) + 1)
               PERFORM 0349-CHECK-DAY-CLOSED
               IF WRK-CAL-FECHADO EQUAL 'N'
                   ADD 1 TO WRK-DIAS-ATRASO
               END-IF
           END-PERFORM.
      *
      *    COUNTED FROM THE DUE TIME, AS EMVIDPRG 0346.
           IF HORA-PREVISTA-EMP NOT EQUAL SPACES
              AND HORA-DEV-EMP NOT EQUAL SPACES
              AND HORA-DEV-EMP GREATER HORA-PREVISTA-EMP
               ADD 1 TO WRK-DIAS-ATRASO
           END-IF.
       0346-COUNT-OPEN-DAYS-END. EXIT.

       0399-WRITE-AUDIT-LOG SECTION.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0399-WRITE-AUDIT-LOG-END. EXIT.

       0390-JOURNAL-EMP-WRITE SECTION.
           MOVE 'EMP'   TO JRN-ARQUIVO.
           SET JRN-GRAVACAO TO TRUE.
           MOVE SPACES  TO JRN-ANTES.
           MOVE REG-EMP TO JRN-DEPOIS.
           COPY 'CPVIDJWR.cpy'. *> APPEND JOURNAL IMAGE
       0390-JOURNAL-EMP-WRITE-END. EXIT.

       0391-JOURNAL-EMP-REWRITE SECTION.
           MOVE 'EMP'         TO JRN-ARQUIVO.
           SET JRN-REGRAVACAO TO TRUE.
           MOVE WRK-JRN-ANTES TO JRN-ANTES.
           MOVE REG-EMP       TO JRN-DEPOIS.
           COPY 'CPVIDJWR.cpy'. *> APPEND JOURNAL IMAGE
       0391-JOURNAL-EMP-REWRITE-END. EXIT.

       0392-JOURNAL-FIL-REWRITE SECTION.
           IF WRK-JRN-ANTES-FIL EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'MOV'             TO JRN-ARQUIVO.
           SET JRN-REGRAVACAO TO TRUE.
           MOVE WRK-JRN-ANTES-FIL TO JRN-ANTES.
           MOVE REG-FIL           TO JRN-DEPOIS.
           COPY 'CPVIDJWR.cpy'. *> APPEND JOURNAL IMAGE
           MOVE SPACES TO WRK-JRN-ANTES-FIL.
       0392-JOURNAL-FIL-REWRITE-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES BORROWERS TAXAS RESERVAS CALENDARIO COPIAS
                 HORARIOS.
           CLOSE LOG-AUDITORIA JOURNAL PLANOS.
           CLOSE PAGAMENTOS CAUCOES ALERTAS CARTOES.
           CLOSE EMPRESTIMOS.
      *
           IF FS-EMPRESTIMOS NOT EQUAL "00"
               MOVE '47ERROR CLOSING LOANS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EMPRESTIMOS TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING LOANS FILE.'
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

       END PROGRAM KSVIDPRG.
