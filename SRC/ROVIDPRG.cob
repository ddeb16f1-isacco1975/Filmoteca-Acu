      ******************************************************************
      * FILE NAME   : ROVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : TITLE RETURN ON INVESTMENT REPORT OF VIDEOTECA   *
      *               PROGRAM - RENTAL INCOME AGAINST PURCHASE COST,   *
      *               NET RETURN AND PAYBACK MONTHS PER TITLE, ROLLED  *
      *               UP BY GENRE, DISTRIBUTOR AND PRICE CLASS         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDPGS.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDCPS.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDHES.cpy'. *> LOAN HISTORY WORKBOOK
           COPY 'CPVIDHPS.cpy'. *> FEE PAYMENTS HISTORY WORKBOOK
           COPY 'CPVIDHXS.cpy'. *> HISTORY YEAR INDEX WORKBOOK
      *
      *    MACHINE-READABLE COMPANION - THE SAME ROWS AS THE PRINT
      *    FILE, SEMICOLON-DELIMITED, SO THE BUYERS CAN SORT AND
      *    FILTER IT IN THE SPREADSHEET.
           SELECT ROI-CSV
              ASSIGN       TO 'ROI-REL.csv'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-ROI-CSV.
      *
           SELECT ROI-REL
              ASSIGN       TO 'ROI-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-ROI-REL.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  PAGAMENTOS.
           COPY 'CPVIDPAG.cpy'. *> FEE PAYMENT DATA FILE
      *
       FD  COPIAS.
           COPY 'CPVIDCOP.cpy'. *> COPY REGISTER DATA FILE
      *
       FD  HIST-EMP.
           COPY 'CPVIDHER.cpy'. *> LOAN HISTORY RECORD
      *
       FD  HIST-PAG.
           COPY 'CPVIDHPR.cpy'. *> FEE PAYMENTS HISTORY RECORD
      *
       FD  HIST-IDX.
           COPY 'CPVIDHXR.cpy'. *> HISTORY YEAR INDEX RECORD
      *
       FD  ROI-CSV.
       01 REG-ROC                PIC X(160).
      *
       FD  ROI-REL.
       01 REG-ROR                PIC X(100).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDPGW.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDCPW.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDHEW.cpy'. *> LOAN HISTORY WORKBOOK
           COPY 'CPVIDHPW.cpy'. *> FEE PAYMENTS HISTORY WORKBOOK
           COPY 'CPVIDHXW.cpy'. *> HISTORY YEAR INDEX WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE (SPVIDPRG)
      *
       77  FS-ROI-REL                PIC X(02).
       77  FS-ROI-CSV                PIC X(02).
       77  IDX                       PIC S9(04) COMP VALUE ZERO.
       77  WRK-ROL-COUNT             PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-TODAY-NUM             PIC 9(08) VALUE ZERO.
       77  WRK-TITULOS               PIC 9(05) VALUE ZERO.
      *
      *    ONE TITLE AT A TIME - INCOME IS EVERY RENTAL PAYMENT TAKEN
      *    ON ANY LOAN OF THE TITLE, COST IS THE UNIT PRICE TIMES THE
      *    COPIES BOUGHT (THE COPY REGISTER WHEN IT HAS ROWS, THE
      *    CATALOGUE COUNT WHEN IT DOES NOT).
       77  WRK-COPIAS                PIC 9(03) VALUE ZERO.
       77  WRK-RECEITA               PIC 9(08)V9(02) VALUE ZERO.
       77  WRK-CUSTO                 PIC 9(08)V9(02) VALUE ZERO.
       77  WRK-LIQUIDO               PIC S9(08)V9(02) VALUE ZERO.
       77  WRK-MENSAL                PIC 9(08)V9(02) VALUE ZERO.
       77  WRK-PRIMEIRA-DATA         PIC 9(08) VALUE ZERO.
       77  WRK-MESES                 PIC 9(04) VALUE ZERO.
       77  WRK-PAYBACK               PIC 9(05) VALUE ZERO.
       77  WRK-STATUS                PIC X(09) VALUE SPACES.
       01  WRK-CONV-DATA             PIC 9(08) VALUE ZERO.
       01  WRK-CONV-DATA-R REDEFINES WRK-CONV-DATA.
           05 WRK-CONV-ANO           PIC 9(04).
           05 WRK-CONV-MES           PIC 9(02).
           05 WRK-CONV-DIA           PIC 9(02).
       77  WRK-MES-INI               PIC 9(06) VALUE ZERO.
       77  WRK-MES-FIM               PIC 9(06) VALUE ZERO.
       77  WRK-ROL-TIPO              PIC X(01) VALUE SPACE.
       77  WRK-ROL-CHAVE             PIC X(15) VALUE SPACES.
       77  WRK-ROL-CABEC             PIC X(15) VALUE SPACES.
       77  WRK-CSV-TIPO              PIC X(07) VALUE SPACES.
      *
       77  WRK-COP-EDIT              PIC ZZ9.
       77  WRK-QTD-EDIT              PIC Z(04)9.
       77  WRK-TIT-EDIT              PIC Z(04)9.
       77  WRK-REC-EDIT              PIC Z(07)9,99.
       77  WRK-CUS-EDIT              PIC Z(07)9,99.
       77  WRK-LIQ-EDIT              PIC -Z(07)9,99.
       77  WRK-MES-EDIT              PIC ZZZ9.
       77  WRK-PAY-EDIT              PIC X(05) VALUE SPACES.
       77  WRK-PAY-NUM-EDIT          PIC ZZZZ9.
      *
      *    THE ROLL-UPS SHARE ONE TABLE - G IS A GENRE, D A
      *    DISTRIBUTOR, P A PRICE CLASS. THE MONTHLY RATE IS SUMMED
      *    TITLE BY TITLE SO THE GROUP PAYBACK WEIGHS EACH TITLE BY
      *    HOW LONG IT HAS BEEN EARNING.
       01  TAB-RETORNO.
           05 OCC-ROL      OCCURS 200 TIMES INDEXED BY IDX-ROL.
              10 EL-ROL-TIPO       PIC X(01).
              10 EL-ROL-CHAVE      PIC X(15).
              10 EL-ROL-TITULOS    PIC 9(05) USAGE COMP-3.
              10 EL-ROL-COPIAS     PIC 9(05) USAGE COMP-3.
              10 EL-ROL-RECEITA    PIC 9(09)V9(02) USAGE COMP-3.
              10 EL-ROL-CUSTO      PIC 9(09)V9(02) USAGE COMP-3.
              10 EL-ROL-MENSAL     PIC 9(09)V9(02) USAGE COMP-3.
       77  W-ROL-FOUND               PIC X(01) VALUE 'N'.
           88 ROL-FOUND                  VALUE 'Y'.
           88 ROL-NOT-FOUND              VALUE 'N'.
      *
      *    WHAT THE LOANS ALREADY MOVED TO THE YEARLY HISTORY FILES
      *    (HIVIDPRG) EARNED, GATHERED IN ONE PASS BEFORE THE
      *    CATALOGUE IS WALKED - ONE SLOT PER POSSIBLE TITLE CODE,
      *    SUBSCRIPTED BY THE CODE ITSELF.
       01  TAB-HISTORICO.
           05 OCC-HRO      OCCURS 99999 TIMES.
              10 EL-HRO-RECEITA    PIC 9(09)V9(02) USAGE COMP-3.
              10 EL-HRO-PRIMEIRA   PIC 9(08).
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'ROVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0110-DATE-TIME.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0200-PRINT-HEADER.
           PERFORM 0300-PROCESS-DATA.
           PERFORM 0400-PRINT-ROLLUPS.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0110-DATE-TIME.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
       0110-DATE-TIME-END. EXIT.

       0100-OPEN-DATA.
           OPEN INPUT MOVIES.
      *
           IF FS-MOVIES NOT EQUAL "00"
               MOVE '46ERROR DURING OPENING MOVIES FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MOVIES TO WS-ABEND-CODE
               MOVE 'ERROR DURING OPENING MOVIES FILE'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT EMPRESTIMOS.
      *
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
               MOVE 'ERROR OPENING LOANS FILE.' TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT PAGAMENTOS.
      *
           IF FS-PAGAMENTOS EQUAL "35"
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN INPUT PAGAMENTOS
           END-IF.
      *
           IF FS-PAGAMENTOS NOT EQUAL "00"
               MOVE '47ERROR OPENING PAYMENTS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PAGAMENTOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING PAYMENTS FILE.' TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT COPIAS.
      *
           IF FS-COPIAS EQUAL "35"
               OPEN OUTPUT COPIAS
               CLOSE COPIAS
               OPEN INPUT COPIAS
           END-IF.
      *
           IF FS-COPIAS NOT EQUAL "00"
               MOVE '47ERROR OPENING COPIES FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-COPIAS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING COPIES FILE.' TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN OUTPUT ROI-REL.
      *
           IF FS-ROI-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING ROI-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-ROI-REL TO WS-ABEND-CODE
               MOVE 'ERROR OPENING ROI-REL FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN OUTPUT ROI-CSV.
      *
           INITIALIZE TAB-RETORNO.
       0100-OPEN-DATA-END. EXIT.

       0200-PRINT-HEADER.
           MOVE SPACES TO REG-ROR.
           STRING 'VIDEOTECA - TITLE RETURN ON INVESTMENT   RUN DATE: '
                  WRK-DATE DELIMITED BY SIZE INTO REG-ROR.
           WRITE REG-ROR.
           MOVE SPACES TO REG-ROR.
           MOVE 'CODE'        TO REG-ROR(1:4).
           MOVE 'TITLE'       TO REG-ROR(7:5).
           MOVE 'GEN.'        TO REG-ROR(30:4).
           MOVE 'COP'         TO REG-ROR(35:3).
           MOVE 'INCOME'      TO REG-ROR(44:6).
           MOVE 'COST'        TO REG-ROR(58:4).
           MOVE 'NET'         TO REG-ROR(72:3).
           MOVE 'MTHS'        TO REG-ROR(76:4).
           MOVE 'PAYBK'       TO REG-ROR(81:5).
           MOVE 'STATUS'      TO REG-ROR(87:6).
           WRITE REG-ROR.
           MOVE ALL '-' TO REG-ROR.
           WRITE REG-ROR.
      *
           MOVE 'LEVEL;KEY;TITLE;GENRE;DISTRIBUTOR;CLASS;TITLES;COPIES;
      -         'INCOME;COST;NET;MONTHS;PAYBACK;STATUS' TO REG-ROC.
           WRITE REG-ROC.
       0200-PRINT-HEADER-END. EXIT.

      *    EVERY ACTIVE TITLE THE SHOP OWNS, IN CODE ORDER. WISH-LIST
      *    AND ON-ORDER ROWS HAVE NOTHING PAID FOR THEM YET.
       0300-PROCESS-DATA.
           INITIALIZE TAB-HISTORICO.
           PERFORM 0290-LOAD-HISTORY-YEARS.
           PERFORM 0295-WALK-HISTORY-YEAR
               VARYING WRK-HIX-IDX FROM 1 BY 1
                 UNTIL WRK-HIX-IDX GREATER WRK-HIX-QTDE.
      *
           MOVE LOW-VALUES TO CODIGO.
           START MOVIES KEY IS NOT LESS CODIGO
               INVALID KEY MOVE 10 TO FS-MOVIES
           END-START.
           IF FS-MOVIES NOT EQUAL 10
               READ MOVIES NEXT AT END MOVE 10 TO FS-MOVIES END-READ
           END-IF.
      *
           PERFORM UNTIL FS-MOVIES EQUAL 10
               IF REG-ATIVO AND ACERVO-POSSUIDO
                   PERFORM 0310-TITLE-INCOME
                   PERFORM 0320-TITLE-COST
                   PERFORM 0330-TITLE-PAYBACK
                   PERFORM 0340-PRINT-TITLE-LINE
                   PERFORM 0350-ACCUM-ROLLUPS
               END-IF
               READ MOVIES NEXT AT END MOVE 10 TO FS-MOVIES END-READ
           END-PERFORM.
       0300-PROCESS-DATA-END. EXIT.

       0290-LOAD-HISTORY-YEARS.
           COPY 'CPVIDHXL.cpy'. *> LOAD HISTORY YEAR INDEX
       0290-LOAD-HISTORY-YEARS-END. EXIT.

      *    ONE YEAR OF HISTORY, READ THROUGH THE LIVE FIELD NAMES -
      *    EVERY LOAN DATES ITS TITLE, THEN EVERY RENTAL CHARGE IN THE
      *    YEAR'S PAYMENTS FILE IS PUT TO THE TITLE OF ITS LOAN. A
      *    YEAR WHOSE FILES WILL NOT OPEN IS PASSED OVER.
       0295-WALK-HISTORY-YEAR.
           MOVE SPACES TO WRK-HEM-FILE WRK-HPG-FILE.
           STRING 'EMPRESTIMOS-' EL-HIX-ANO(WRK-HIX-IDX) '.dat'
               DELIMITED BY SIZE INTO WRK-HEM-FILE.
           STRING 'PAGAMENTOS-' EL-HIX-ANO(WRK-HIX-IDX) '.dat'
               DELIMITED BY SIZE INTO WRK-HPG-FILE.
           OPEN INPUT HIST-EMP.
           IF FS-HIST-EMP NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM UNTIL FS-HIST-EMP NOT EQUAL "00"
               READ HIST-EMP NEXT AT END MOVE "10" TO FS-HIST-EMP
                   NOT AT END
                       MOVE REG-HEM TO REG-EMP
                       IF CODIGO-EMP GREATER ZERO
                          AND (EL-HRO-PRIMEIRA(CODIGO-EMP) EQUAL ZERO
                           OR DATA-EMPRESTIMO
                              LESS EL-HRO-PRIMEIRA(CODIGO-EMP))
                           MOVE DATA-EMPRESTIMO
                             TO EL-HRO-PRIMEIRA(CODIGO-EMP)
                       END-IF
               END-READ
           END-PERFORM.
      *
           OPEN INPUT HIST-PAG.
           IF FS-HIST-PAG EQUAL "00"
               PERFORM 0297-HISTORY-PAYMENTS
               CLOSE HIST-PAG
           END-IF.
           CLOSE HIST-EMP.
       0295-WALK-HISTORY-YEAR-END. EXIT.

       0297-HISTORY-PAYMENTS.
           PERFORM UNTIL FS-HIST-PAG NOT EQUAL "00"
               READ HIST-PAG NEXT AT END MOVE "10" TO FS-HIST-PAG
                   NOT AT END
                       MOVE REG-HPG TO REG-PAG
                       IF PAG-LOCACAO
                           MOVE NUM-EMP-PAG TO HEM-NUM-EMP
                           READ HIST-EMP
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   MOVE REG-HEM TO REG-EMP
                                   IF CODIGO-EMP GREATER ZERO
                                       ADD VALOR-PAG TO
                                           EL-HRO-RECEITA(CODIGO-EMP)
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
       0297-HISTORY-PAYMENTS-END. EXIT.

      *    LOANS OF THE TITLE BY THEIR TITLE KEY, THEN THE PAYMENTS
      *    OF EACH LOAN BY THEIR LOAN KEY, PLUS WHAT THE TITLE'S
      *    LOANS IN THE HISTORY FILES EARNED - ONLY THE RENTAL CHARGE
      *    COUNTS, LATE FEES AND DAMAGE CHARGES ARE NOT THE TITLE
      *    EARNING ITS KEEP. THE FIRST CHECKOUT ALSO DATES THE TITLE
      *    WHEN THE COPY REGISTER HAS NO PURCHASE DATE FOR IT.
       0310-TITLE-INCOME.
           MOVE ZERO TO WRK-RECEITA.
           MOVE ZERO TO WRK-PRIMEIRA-DATA.
      *
           MOVE CODIGO TO CODIGO-EMP.
           START EMPRESTIMOS KEY IS EQUAL CODIGO-EMP
               INVALID KEY MOVE 10 TO FS-EMPRESTIMOS
           END-START.
           IF FS-EMPRESTIMOS NOT EQUAL 10
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
                   END-READ
           END-IF.
      *
           PERFORM UNTIL FS-EMPRESTIMOS EQUAL 10
                     OR CODIGO-EMP NOT EQUAL CODIGO
               IF WRK-PRIMEIRA-DATA EQUAL ZERO
                  OR DATA-EMPRESTIMO LESS WRK-PRIMEIRA-DATA
                   MOVE DATA-EMPRESTIMO TO WRK-PRIMEIRA-DATA
               END-IF
               PERFORM 0315-LOAN-PAYMENTS
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
                   END-READ
           END-PERFORM.
      *
           ADD EL-HRO-RECEITA(CODIGO) TO WRK-RECEITA.
           IF EL-HRO-PRIMEIRA(CODIGO) GREATER ZERO
              AND (WRK-PRIMEIRA-DATA EQUAL ZERO
               OR EL-HRO-PRIMEIRA(CODIGO) LESS WRK-PRIMEIRA-DATA)
               MOVE EL-HRO-PRIMEIRA(CODIGO) TO WRK-PRIMEIRA-DATA
           END-IF.
       0310-TITLE-INCOME-END. EXIT.

       0315-LOAN-PAYMENTS.
           MOVE NUM-EMP TO NUM-EMP-PAG.
           START PAGAMENTOS KEY IS EQUAL NUM-EMP-PAG
               INVALID KEY MOVE 10 TO FS-PAGAMENTOS
           END-START.
           IF FS-PAGAMENTOS NOT EQUAL 10
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
                   END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PAGAMENTOS EQUAL 10
                     OR NUM-EMP-PAG NOT EQUAL NUM-EMP
               IF PAG-LOCACAO
                   ADD VALOR-PAG TO WRK-RECEITA
               END-IF
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
                   END-READ
           END-PERFORM.
       0315-LOAN-PAYMENTS-END. EXIT.

      *    COPIES BOUGHT - EVERY ROW THE REGISTER EVER HAD FOR THE
      *    TITLE, SOLD AND WEEDED ONES INCLUDED, SINCE THEY WERE PAID
      *    FOR ALL THE SAME. THE EARLIEST PURCHASE DATE WINS OVER THE
      *    FIRST CHECKOUT AS THE START OF THE EARNING PERIOD.
       0320-TITLE-COST.
           MOVE ZERO TO WRK-COPIAS.
      *
           MOVE CODIGO TO CODIGO-COP.
           MOVE ZERO   TO NUM-COPIA.
           START COPIAS KEY IS NOT LESS CHAVE-COP
               INVALID KEY MOVE 10 TO FS-COPIAS
           END-START.
           IF FS-COPIAS NOT EQUAL 10
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-COPIAS EQUAL 10
                     OR CODIGO-COP NOT EQUAL CODIGO
               IF WRK-COPIAS LESS 999
                   ADD 1 TO WRK-COPIAS
               END-IF
               IF DATA-AQUIS-COP NOT EQUAL ZERO
                  AND (WRK-PRIMEIRA-DATA EQUAL ZERO
                       OR DATA-AQUIS-COP LESS WRK-PRIMEIRA-DATA)
                   MOVE DATA-AQUIS-COP TO WRK-PRIMEIRA-DATA
               END-IF
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-PERFORM.
      *
           IF WRK-COPIAS EQUAL ZERO
               MOVE QTDE-COPIAS TO WRK-COPIAS
           END-IF.
      *
           COMPUTE WRK-CUSTO = CUSTO-AQUISICAO * WRK-COPIAS.
           COMPUTE WRK-LIQUIDO = WRK-RECEITA - WRK-CUSTO.
       0320-TITLE-COST-END. EXIT.

      *    MONTHS ON THE SHELF RUN FROM THE START OF THE EARNING
      *    PERIOD TO THIS MONTH, BOTH ENDS COUNTED. THE PAYBACK IS
      *    THE COST OVER THE AVERAGE MONTHLY INCOME - HOW LONG THE
      *    TITLE TAKES, AT THE RATE IT HAS EARNED SO FAR, TO RETURN
      *    WHAT WAS PAID FOR IT.
       0330-TITLE-PAYBACK.
           MOVE 1 TO WRK-MESES.
           IF WRK-PRIMEIRA-DATA NOT EQUAL ZERO
              AND WRK-PRIMEIRA-DATA NOT GREATER WRK-TODAY-NUM
               MOVE WRK-PRIMEIRA-DATA TO WRK-CONV-DATA
               COMPUTE WRK-MES-INI = WRK-CONV-ANO * 12
                                   + WRK-CONV-MES
               MOVE WRK-TODAY-NUM TO WRK-CONV-DATA
               COMPUTE WRK-MES-FIM = WRK-CONV-ANO * 12
                                   + WRK-CONV-MES
               COMPUTE WRK-MESES = WRK-MES-FIM - WRK-MES-INI + 1
           END-IF.
      *
           MOVE ZERO TO WRK-MENSAL.
           MOVE ZERO TO WRK-PAYBACK.
           IF WRK-RECEITA GREATER ZERO
               DIVIDE WRK-RECEITA BY WRK-MESES
                   GIVING WRK-MENSAL ROUNDED
           END-IF.
      *
           EVALUATE TRUE
               WHEN WRK-CUSTO EQUAL ZERO
                   MOVE 'NO COST'   TO WRK-STATUS
               WHEN WRK-RECEITA EQUAL ZERO
                   MOVE 'NO INCOME' TO WRK-STATUS
               WHEN WRK-LIQUIDO NOT LESS ZERO
                   MOVE 'PAID'      TO WRK-STATUS
               WHEN OTHER
                   MOVE 'OPEN'      TO WRK-STATUS
           END-EVALUATE.
      *
           PERFORM 0335-PAYBACK-EDIT.
       0330-TITLE-PAYBACK-END. EXIT.

      *    A TITLE THAT HAS EARNED NOTHING NEVER PAYS BACK; A RATE SO
      *    LOW THE FIGURE WILL NOT FIT PRINTS AS THE CEILING.
       0335-PAYBACK-EDIT.
           IF WRK-MENSAL EQUAL ZERO
               IF WRK-CUSTO EQUAL ZERO
                   MOVE ZERO TO WRK-PAYBACK
                   MOVE WRK-PAYBACK TO WRK-PAY-NUM-EDIT
                   MOVE WRK-PAY-NUM-EDIT TO WRK-PAY-EDIT
               ELSE
                   MOVE 'NEVER' TO WRK-PAY-EDIT
               END-IF
           ELSE
               DIVIDE WRK-CUSTO BY WRK-MENSAL
                   GIVING WRK-PAYBACK ROUNDED
                   ON SIZE ERROR MOVE 99999 TO WRK-PAYBACK
               END-DIVIDE
               MOVE WRK-PAYBACK TO WRK-PAY-NUM-EDIT
               MOVE WRK-PAY-NUM-EDIT TO WRK-PAY-EDIT
           END-IF.
       0335-PAYBACK-EDIT-END. EXIT.

       0340-PRINT-TITLE-LINE.
           ADD 1 TO WRK-TITULOS.
           MOVE WRK-COPIAS  TO WRK-COP-EDIT.
           MOVE WRK-RECEITA TO WRK-REC-EDIT.
           MOVE WRK-CUSTO   TO WRK-CUS-EDIT.
           MOVE WRK-LIQUIDO TO WRK-LIQ-EDIT.
           MOVE WRK-MESES   TO WRK-MES-EDIT.
      *
           MOVE SPACES TO REG-ROR.
           MOVE CODIGO          TO REG-ROR(1:5).
           MOVE TITULO          TO REG-ROR(7:22).
           MOVE GENERO          TO REG-ROR(30:4).
           MOVE WRK-COP-EDIT    TO REG-ROR(35:3).
           MOVE WRK-REC-EDIT    TO REG-ROR(39:11).
           MOVE WRK-CUS-EDIT    TO REG-ROR(51:11).
           MOVE WRK-LIQ-EDIT    TO REG-ROR(63:12).
           MOVE WRK-MES-EDIT    TO REG-ROR(76:4).
           MOVE WRK-PAY-EDIT    TO REG-ROR(81:5).
           MOVE WRK-STATUS      TO REG-ROR(87:9).
           WRITE REG-ROR.
      *
           MOVE SPACES TO REG-ROC.
           STRING 'TITLE;' CODIGO ';'
                  TITULO DELIMITED BY '  '
                  ';' GENERO ';'
                  DISTRIB DELIMITED BY '  '
                  ';' CLASSE-PRECO ';1;' WRK-COP-EDIT ';'
                  WRK-REC-EDIT ';' WRK-CUS-EDIT ';' WRK-LIQ-EDIT ';'
                  WRK-MES-EDIT ';' WRK-PAY-EDIT ';'
                  WRK-STATUS DELIMITED BY SIZE
               INTO REG-ROC.
           WRITE REG-ROC.
       0340-PRINT-TITLE-LINE-END. EXIT.

       0350-ACCUM-ROLLUPS.
           MOVE 'G'    TO WRK-ROL-TIPO.
           MOVE GENERO TO WRK-ROL-CHAVE.
           PERFORM 0360-ACCUM-GROUP.
      *
           MOVE 'D'     TO WRK-ROL-TIPO.
           MOVE DISTRIB TO WRK-ROL-CHAVE.
           PERFORM 0360-ACCUM-GROUP.
      *
           MOVE 'P'     TO WRK-ROL-TIPO.
           EVALUATE TRUE
               WHEN PRECO-NOVIDADE
                   MOVE 'NOVIDADE' TO WRK-ROL-CHAVE
               WHEN PRECO-CATALOGO
                   MOVE 'CATALOGO' TO WRK-ROL-CHAVE
               WHEN OTHER
                   MOVE 'STANDARD' TO WRK-ROL-CHAVE
           END-EVALUATE.
           PERFORM 0360-ACCUM-GROUP.
       0350-ACCUM-ROLLUPS-END. EXIT.

      *    TABLE BUILT ON THE FLY THE SAME WAY DPVIDPRG BUILDS ITS
      *    DISTRIBUTOR TABLE - A GROUP PAST THE LAST SLOT IS LEFT OUT
      *    OF THE ROLL-UP BUT STILL PRINTS ON ITS TITLE LINES.
       0360-ACCUM-GROUP.
           SET ROL-NOT-FOUND TO TRUE.
           SET IDX-ROL TO 1.
      *
           SEARCH OCC-ROL
               AT END CONTINUE
               WHEN EL-ROL-TIPO(IDX-ROL)  EQUAL WRK-ROL-TIPO
                AND EL-ROL-CHAVE(IDX-ROL) EQUAL WRK-ROL-CHAVE
                   SET ROL-FOUND TO TRUE
           END-SEARCH.
      *
           IF ROL-NOT-FOUND
               IF WRK-ROL-COUNT EQUAL 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WRK-ROL-COUNT
               SET IDX-ROL TO WRK-ROL-COUNT
               MOVE WRK-ROL-TIPO  TO EL-ROL-TIPO(IDX-ROL)
               MOVE WRK-ROL-CHAVE TO EL-ROL-CHAVE(IDX-ROL)
           END-IF.
      *
           ADD 1           TO EL-ROL-TITULOS(IDX-ROL).
           ADD WRK-COPIAS  TO EL-ROL-COPIAS(IDX-ROL).
           ADD WRK-RECEITA TO EL-ROL-RECEITA(IDX-ROL).
           ADD WRK-CUSTO   TO EL-ROL-CUSTO(IDX-ROL).
           ADD WRK-MENSAL  TO EL-ROL-MENSAL(IDX-ROL).
       0360-ACCUM-GROUP-END. EXIT.

      *    THE THREE ROLL-UPS, ONE BLOCK EACH, IN THE ORDER THE GROUPS
      *    WERE FIRST MET ON THE CATALOGUE.
       0400-PRINT-ROLLUPS.
           MOVE 'G'       TO WRK-ROL-TIPO.
           MOVE 'GENRE'   TO WRK-ROL-CABEC.
           MOVE 'GENRE'   TO WRK-CSV-TIPO.
           PERFORM 0410-PRINT-ROLLUP-BLOCK.
      *
           MOVE 'D'           TO WRK-ROL-TIPO.
           MOVE 'DISTRIBUTOR' TO WRK-ROL-CABEC.
           MOVE 'DISTRIB'     TO WRK-CSV-TIPO.
           PERFORM 0410-PRINT-ROLLUP-BLOCK.
      *
           MOVE 'P'           TO WRK-ROL-TIPO.
           MOVE 'PRICE CLASS' TO WRK-ROL-CABEC.
           MOVE 'CLASS'       TO WRK-CSV-TIPO.
           PERFORM 0410-PRINT-ROLLUP-BLOCK.
      *
           MOVE SPACES TO REG-ROR.
           WRITE REG-ROR.
           MOVE WRK-TITULOS TO WRK-QTD-EDIT.
           MOVE SPACES TO REG-ROR.
           STRING 'TITLES REPORTED: ' WRK-QTD-EDIT
               DELIMITED BY SIZE INTO REG-ROR.
           WRITE REG-ROR.
      *
           MOVE " * * *  TITLE RETURN ON INVESTMENT  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           DISPLAY SCREEN-MAIN.
           MOVE '57ROI REPORT WRITTEN TO ROI-REL.TXT.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0400-PRINT-ROLLUPS-END. EXIT.

       0410-PRINT-ROLLUP-BLOCK.
           MOVE SPACES TO REG-ROR.
           WRITE REG-ROR.
           MOVE SPACES TO REG-ROR.
           MOVE WRK-ROL-CABEC TO REG-ROR(1:15).
           MOVE 'TITLES'      TO REG-ROR(18:6).
           MOVE 'COPIES'      TO REG-ROR(25:6).
           MOVE 'INCOME'      TO REG-ROR(35:6).
           MOVE 'COST'        TO REG-ROR(49:4).
           MOVE 'NET'         TO REG-ROR(63:3).
           MOVE 'PAYBK'       TO REG-ROR(67:5).
           MOVE 'STATUS'      TO REG-ROR(73:6).
           WRITE REG-ROR.
           MOVE ALL '-' TO REG-ROR.
           WRITE REG-ROR.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-ROL-COUNT
               IF EL-ROL-TIPO(IDX) EQUAL WRK-ROL-TIPO
                   PERFORM 0420-PRINT-ROLLUP-LINE
               END-IF
           END-PERFORM.
       0410-PRINT-ROLLUP-BLOCK-END. EXIT.

       0420-PRINT-ROLLUP-LINE.
           MOVE EL-ROL-RECEITA(IDX) TO WRK-RECEITA.
           MOVE EL-ROL-CUSTO(IDX)   TO WRK-CUSTO.
           MOVE EL-ROL-MENSAL(IDX)  TO WRK-MENSAL.
           COMPUTE WRK-LIQUIDO = WRK-RECEITA - WRK-CUSTO.
      *
           EVALUATE TRUE
               WHEN WRK-CUSTO EQUAL ZERO
                   MOVE 'NO COST'   TO WRK-STATUS
               WHEN WRK-RECEITA EQUAL ZERO
                   MOVE 'NO INCOME' TO WRK-STATUS
               WHEN WRK-LIQUIDO NOT LESS ZERO
                   MOVE 'PAID'      TO WRK-STATUS
               WHEN OTHER
                   MOVE 'OPEN'      TO WRK-STATUS
           END-EVALUATE.
           PERFORM 0335-PAYBACK-EDIT.
      *
           MOVE EL-ROL-TITULOS(IDX) TO WRK-TIT-EDIT.
           MOVE EL-ROL-COPIAS(IDX)  TO WRK-QTD-EDIT.
           MOVE WRK-RECEITA TO WRK-REC-EDIT.
           MOVE WRK-CUSTO   TO WRK-CUS-EDIT.
           MOVE WRK-LIQUIDO TO WRK-LIQ-EDIT.
      *
           MOVE SPACES TO REG-ROR.
           MOVE EL-ROL-CHAVE(IDX)   TO REG-ROR(1:15).
           MOVE WRK-TIT-EDIT        TO REG-ROR(18:5).
           MOVE WRK-QTD-EDIT        TO REG-ROR(25:5).
           MOVE WRK-REC-EDIT        TO REG-ROR(30:11).
           MOVE WRK-CUS-EDIT        TO REG-ROR(42:11).
           MOVE WRK-LIQ-EDIT        TO REG-ROR(54:12).
           MOVE WRK-PAY-EDIT        TO REG-ROR(67:5).
           MOVE WRK-STATUS          TO REG-ROR(73:9).
           WRITE REG-ROR.
      *
           MOVE SPACES TO REG-ROC.
           STRING WRK-CSV-TIPO DELIMITED BY SPACE ';'
                  EL-ROL-CHAVE(IDX) DELIMITED BY '  '
                  ';;;;;' WRK-TIT-EDIT ';' WRK-QTD-EDIT ';'
                  WRK-REC-EDIT ';' WRK-CUS-EDIT ';' WRK-LIQ-EDIT ';;'
                  WRK-PAY-EDIT ';' WRK-STATUS DELIMITED BY SIZE
               INTO REG-ROC.
           WRITE REG-ROC.
       0420-PRINT-ROLLUP-LINE-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE MOVIES EMPRESTIMOS PAGAMENTOS COPIAS ROI-REL ROI-CSV.
      *
           MOVE 'TITLEROI' TO LNK-SPL-NOME.
           MOVE 'ROI-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
           MOVE 'TITLEROI' TO LNK-SPL-NOME.
           MOVE 'ROI-REL.csv' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM ROVIDPRG.
