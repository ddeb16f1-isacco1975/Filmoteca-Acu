      ******************************************************************
      * FILE NAME   : AFVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MONTHLY COPY DEPRECIATION OF VIDEOTECA PROGRAM - *
      *               TAKES NEW COPIES ON THE FIXED-ASSET REGISTER AT  *
      *               THEIR ACQUISITION COST, WRITES EACH COPY IN      *
      *               SERVICE DOWN STRAIGHT-LINE OVER ITS USEFUL LIFE, *
      *               FILES THE MOVEMENTS ON ATIVOS.dat FOR THE        *
      *               JOURNAL EXPORT AND PRINTS THE REGISTER WITH THE  *
      *               NET BOOK VALUE OF EVERY COPY AT MONTH END        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDCPS.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDATS.cpy'. *> FIXED-ASSET MOVEMENTS WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
      *
           SELECT ATIVOS-REL
              ASSIGN       TO 'ATIVOS-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-ATIVOS-REL.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  COPIAS.
           COPY 'CPVIDCOP.cpy'. *> COPY REGISTER DATA FILE
      *
       FD  ATIVOS.
           COPY 'CPVIDATV.cpy'. *> FIXED-ASSET MOVEMENTS DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  ATIVOS-REL.
       01 REG-ARL                PIC X(100).
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
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDCPW.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDATW.cpy'. *> FIXED-ASSET MOVEMENTS WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE
      *
       77  FS-ATIVOS-REL            PIC X(02) VALUE '00'.
       77  WRK-PERIODO              PIC 9(06) VALUE ZERO.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
      *
      *    FIRST AND LAST DAY OF THE MONTH BEING DEPRECIATED, AND THE
      *    MONTH BEFORE IT - A COPY TAKEN ON THIS MONTH IS MARKED AS
      *    CHARGED UP TO THE MONTH BEFORE, SO IT TAKES A FULL
      *    MONTH'S CHARGE IN ITS FIRST MONTH.
       77  WRK-PER-INI              PIC 9(08) VALUE ZERO.
       77  WRK-PER-FIM              PIC 9(08) VALUE ZERO.
       77  WRK-PER-FIM-INT          PIC 9(08) VALUE ZERO.
       77  WRK-PER-ANTERIOR         PIC 9(06) VALUE ZERO.
      *
      *    USEFUL LIFE IN MONTHS GIVEN TO A COPY WHEN IT IS TAKEN ON
      *    (PARAMETER DEPVIDA ON PARAMS.dat). A COPY KEEPS THE LIFE
      *    IT WAS TAKEN ON WITH, SO CHANGING THE PARAMETER ONLY
      *    AFFECTS COPIES BOUGHT FROM THEN ON.
       77  WRK-VIDA-MESES           PIC 9(03) VALUE 24.
      *
      *    AAAAMM TURNED INTO A RUNNING MONTH COUNT, SO TWO PERIODS
      *    SUBTRACT TO THE MONTHS BETWEEN THEM.
       77  WRK-CONV-PER             PIC 9(06) VALUE ZERO.
       77  WRK-CONV-ANO             PIC 9(04) VALUE ZERO.
       77  WRK-CONV-MES             PIC 9(02) VALUE ZERO.
       77  WRK-CONV-ABS             PIC 9(06) VALUE ZERO.
       77  WRK-ABS-PERIODO          PIC 9(06) VALUE ZERO.
       77  WRK-MESES                PIC 9(04) VALUE ZERO.
       77  WRK-IDADE                PIC 9(04) VALUE ZERO.
      *
      *    ONE COPY'S CHARGE - THE MONTHLY INSTALMENT, WHAT IS DUE
      *    FOR THE MONTHS NOT YET CHARGED, AND WHAT IS LEFT TO CHARGE
      *    BEFORE THE COPY IS FULLY WRITTEN DOWN.
       77  WRK-COTA                 PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-ENCARGO              PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-RESTANTE             PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-ALTERADA             PIC X(01) VALUE 'N'.
           88 COP-ALTERADA             VALUE 'S'.
      *
      *    RUN COUNTS AND REGISTER TOTALS.
       77  WRK-QTD-ENTRADAS         PIC 9(05) VALUE ZERO.
       77  WRK-QTD-DEPREC           PIC 9(05) VALUE ZERO.
       77  WRK-TOT-COPIAS           PIC 9(05) VALUE ZERO.
       77  WRK-TOT-CUSTO            PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-TOT-ACUM             PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-TOT-VCL              PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-VCL                  PIC 9(05)V9(02) VALUE ZERO.
      *
      *    THE MONTH'S MOVEMENTS OFF ATIVOS.dat.
       77  WRK-MES-ENTRADA          PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-MES-DEPREC           PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-MES-BAIXA            PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-MES-VENDA            PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-MES-RESULT           PIC S9(07)V9(02) VALUE ZERO.
       77  WRK-MES-LINHAS           PIC 9(05) VALUE ZERO.
      *
       77  WRK-VALOR-EDIT           PIC ZZ.ZZ9,99.
       77  WRK-RESULT-EDIT          PIC -ZZ.ZZ9,99.
       77  WRK-TOTAL-EDIT           PIC Z.ZZZ.ZZ9,99.
       77  WRK-TOT-RESULT-EDIT      PIC -Z.ZZZ.ZZ9,99.
       77  WRK-QTDE-EDIT            PIC Z(04)9.
       77  WRK-VIDA-EDIT            PIC ZZ9.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'AFVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0110-DATE-TIME.
           PERFORM 0200-ASK-PERIOD.
           IF WRK-PERIODO NOT EQUAL ZEROES
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE ZEROES TO WRK-PERIODO
               END-IF
           END-IF.
           IF WRK-PERIODO NOT EQUAL ZEROES
               PERFORM 0100-OPEN-DATA
               PERFORM 0105-LOAD-POLICY
               PERFORM 0300-DEPRECIATE-COPIES
               PERFORM 0400-PRINT-REGISTER
               PERFORM 0500-CLOSE-DATA
           END-IF.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0110-DATE-TIME SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
           MOVE " * *  D E P R E C I A T I O N  * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           DISPLAY SCREEN-MAIN.
       0110-DATE-TIME-END. EXIT.

      *    A MONTH NOT YET STARTED CANNOT BE DEPRECIATED - ITS COPIES
      *    WOULD BE CHARGED FOR TIME THE SHOP HAS NOT HAD THEM.
       0200-ASK-PERIOD SECTION.
           DISPLAY 'DEPRECIATE PERIOD (AAAAMM)...: [      ]'
               AT LINE 10 COLUMN 14.
           MOVE ZEROES TO WRK-PERIODO.
           ACCEPT WRK-PERIODO AT LINE 10 COLUMN 46.
           IF WRK-PERIODO EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-PERIODO TO WRK-CONV-PER.
           PERFORM 0330-MONTH-NUMBER.
           IF WRK-CONV-MES LESS 1 OR GREATER 12
              OR WRK-PERIODO GREATER WRK-TODAY-NUM(1:6)
               MOVE '20INVALID PERIOD.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               MOVE ZEROES TO WRK-PERIODO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CONV-ABS TO WRK-ABS-PERIODO.
      *
           IF WRK-CONV-MES EQUAL 1
               COMPUTE WRK-PER-ANTERIOR = WRK-PERIODO - 89
           ELSE
               COMPUTE WRK-PER-ANTERIOR = WRK-PERIODO - 1
           END-IF.
      *
           COMPUTE WRK-PER-INI = WRK-PERIODO * 100 + 1.
           IF WRK-CONV-MES EQUAL 12
               COMPUTE WRK-PER-FIM = WRK-PER-INI + 8900
           ELSE
               COMPUTE WRK-PER-FIM = WRK-PER-INI + 100
           END-IF.
           COMPUTE WRK-PER-FIM-INT =
               FUNCTION INTEGER-OF-DATE(WRK-PER-FIM) - 1.
           COMPUTE WRK-PER-FIM =
               FUNCTION DATE-OF-INTEGER(WRK-PER-FIM-INT).
       0200-ASK-PERIOD-END. EXIT.

       0100-OPEN-DATA SECTION.
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
           OPEN I-O ATIVOS.
           IF FS-ATIVOS EQUAL "35"
               OPEN OUTPUT ATIVOS
               CLOSE ATIVOS
               OPEN I-O ATIVOS
           END-IF.
      *
           IF FS-ATIVOS NOT EQUAL "00"
               MOVE '47ERROR OPENING FIXED-ASSET FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-ATIVOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING FIXED-ASSET FILE.'
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
       0100-OPEN-DATA-END. EXIT.

      *    USEFUL LIFE FROM PARAMS.dat (MAINTAINED IN PMVIDPRG) - NO
      *    PARAMETER FILE OR NO DEPVIDA ROW KEEPS THE COMPILED-IN
      *    24 MONTHS.
       0105-LOAD-POLICY SECTION.
           OPEN INPUT PARAMS.
           IF FS-PARAMS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'DEPVIDA ' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1
              AND WRK-PAR-NUM GREATER ZERO
              AND WRK-PAR-NUM LESS 1000
               MOVE WRK-PAR-NUM TO WRK-VIDA-MESES
           END-IF.
      *
           CLOSE PARAMS.
       0105-LOAD-POLICY-END. EXIT.

       0107-FETCH-PARAM SECTION.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0107-FETCH-PARAM-END. EXIT.

      *    EVERY COPY IN RENTAL SERVICE (ON THE SHELF, OUT ON LOAN OR
      *    IN TRANSIT) IS CHARGED FOR THE MONTHS SINCE ITS LAST
      *    CHARGE. A COPY WITHDRAWN FOR SALE OR BACK AT THE
      *    DISTRIBUTOR STOPS DEPRECIATING BUT KEEPS ITS BOOK VALUE
      *    UNTIL IT LEAVES; ONE ALREADY WRITTEN OFF IS DONE WITH. A
      *    MONTH ALREADY CHARGED IS NEVER CHARGED AGAIN, SO THE RUN
      *    CAN BE REPEATED SAFELY.
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

       0300-DEPRECIATE-COPIES SECTION.
           MOVE ZEROES TO CODIGO-COP NUM-COPIA.
           START COPIAS KEY IS NOT LESS CHAVE-COP
               INVALID KEY MOVE 10 TO FS-COPIAS
           END-START.
           IF FS-COPIAS NOT EQUAL 10
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-COPIAS EQUAL 10
               MOVE 'N' TO WRK-ALTERADA
               IF DATA-BAIXA-COP EQUAL ZEROES
                  AND (COP-DISPONIVEL OR COP-EMPRESTADA
                       OR COP-TRANSITO)
                   IF DATA-AQUIS-COP EQUAL ZEROES
                       PERFORM 0310-ENTER-COPY
                   END-IF
                   IF PER-DEPREC-COP LESS WRK-PERIODO
                      AND DEPREC-ACUM-COP LESS CUSTO-COP
                       PERFORM 0320-CHARGE-COPY
                   END-IF
               END-IF
               IF COP-ALTERADA
                   REWRITE REG-COP
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-PERFORM.
       0300-DEPRECIATE-COPIES-END. EXIT.

      *    A COPY THE REGISTER HAS NOT SEEN BEFORE COMES ON AT ITS
      *    TITLE'S ACQUISITION COST, DATED THE FIRST OF THE MONTH. A
      *    TITLE WITH NO COST KEYED COMES ON AT ZERO AND IS NEVER
      *    CHARGED.
       0310-ENTER-COPY SECTION.
           MOVE CODIGO-COP TO CODIGO.
           READ MOVIES
               INVALID KEY MOVE ZEROES TO CUSTO-AQUISICAO
           END-READ.
      *
           MOVE CUSTO-AQUISICAO  TO CUSTO-COP.
           MOVE WRK-PER-INI      TO DATA-AQUIS-COP.
           MOVE WRK-VIDA-MESES   TO VIDA-COP.
           MOVE ZEROES           TO DEPREC-ACUM-COP.
           MOVE WRK-PER-ANTERIOR TO PER-DEPREC-COP.
           MOVE 'S'              TO WRK-ALTERADA.
           ADD 1 TO WRK-QTD-ENTRADAS.
      *
           IF CUSTO-COP GREATER ZERO
               INITIALIZE REG-ATV
               MOVE WRK-PERIODO TO PERIODO-ATV
               MOVE CODIGO-COP  TO CODIGO-ATV
               MOVE NUM-COPIA   TO NUM-COPIA-ATV
               SET ATV-ENTRADA TO TRUE
               MOVE WRK-PER-INI TO DATA-ATV
               MOVE 'AF'        TO ORIGEM-ATV
               MOVE CUSTO-COP   TO CUSTO-ATV
               MOVE CUSTO-COP   TO VALOR-ATV
               WRITE REG-ATV
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
       0310-ENTER-COPY-END. EXIT.

      *    STRAIGHT LINE: COST OVER THE LIFE, ONE INSTALMENT FOR EACH
      *    MONTH NOT YET CHARGED (A SKIPPED MONTH CATCHES UP HERE).
      *    THE MONTH THAT COMPLETES THE LIFE TAKES WHATEVER IS LEFT,
      *    SO THE ROUNDING OF THE INSTALMENT NEVER LEAVES A FEW
      *    CENTAVOS ON THE BOOKS OR CHARGES PAST THE COST.
       0320-CHARGE-COPY SECTION.
           IF VIDA-COP EQUAL ZEROES
               MOVE WRK-VIDA-MESES TO VIDA-COP
           END-IF.
      *
           MOVE PER-DEPREC-COP TO WRK-CONV-PER.
           PERFORM 0330-MONTH-NUMBER.
           COMPUTE WRK-MESES = WRK-ABS-PERIODO - WRK-CONV-ABS.
      *
           DIVIDE DATA-AQUIS-COP BY 100 GIVING WRK-CONV-PER.
           PERFORM 0330-MONTH-NUMBER.
           COMPUTE WRK-IDADE = WRK-ABS-PERIODO - WRK-CONV-ABS + 1.
      *
           COMPUTE WRK-RESTANTE = CUSTO-COP - DEPREC-ACUM-COP.
           COMPUTE WRK-COTA ROUNDED = CUSTO-COP / VIDA-COP.
           COMPUTE WRK-ENCARGO = WRK-COTA * WRK-MESES.
           IF WRK-ENCARGO GREATER WRK-RESTANTE
              OR WRK-IDADE NOT LESS VIDA-COP
               MOVE WRK-RESTANTE TO WRK-ENCARGO
           END-IF.
      *
           ADD WRK-ENCARGO  TO DEPREC-ACUM-COP.
           MOVE WRK-PERIODO TO PER-DEPREC-COP.
           MOVE 'S'         TO WRK-ALTERADA.
           IF WRK-ENCARGO EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QTD-DEPREC.
      *
           INITIALIZE REG-ATV.
           MOVE WRK-PERIODO     TO PERIODO-ATV.
           MOVE CODIGO-COP      TO CODIGO-ATV.
           MOVE NUM-COPIA       TO NUM-COPIA-ATV.
           SET ATV-DEPRECIACAO TO TRUE.
           MOVE WRK-PER-FIM     TO DATA-ATV.
           MOVE 'AF'            TO ORIGEM-ATV.
           MOVE CUSTO-COP       TO CUSTO-ATV.
           MOVE WRK-ENCARGO     TO VALOR-ATV.
           MOVE DEPREC-ACUM-COP TO ACUM-ATV.
           WRITE REG-ATV
               INVALID KEY CONTINUE
           END-WRITE.
       0320-CHARGE-COPY-END. EXIT.

       0330-MONTH-NUMBER SECTION.
           DIVIDE WRK-CONV-PER BY 100 GIVING WRK-CONV-ANO
               REMAINDER WRK-CONV-MES.
           COMPUTE WRK-CONV-ABS = WRK-CONV-ANO * 12 + WRK-CONV-MES.
       0330-MONTH-NUMBER-END. EXIT.

      *    THE REGISTER: EVERY COPY ON THE BOOKS AT MONTH END WITH
      *    ITS COST, DEPRECIATION TO DATE AND NET BOOK VALUE, THEN
      *    THE MONTH'S MOVEMENTS - COPIES TAKEN ON, THE CHARGE, AND
      *    EACH DISPOSAL WITH ITS GAIN OR LOSS.
       0400-PRINT-REGISTER SECTION.
           OPEN OUTPUT ATIVOS-REL.
           IF FS-ATIVOS-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING ATIVOS-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO REG-ARL.
           STRING 'VIDEOTECA - FIXED-ASSET REGISTER AT ' WRK-PER-FIM
                  '   RUN DATE: ' WRK-DATE
               DELIMITED BY SIZE INTO REG-ARL.
           WRITE REG-ARL.
           MOVE ALL '=' TO REG-ARL.
           WRITE REG-ARL.
           MOVE SPACES      TO REG-ARL.
           MOVE 'COPY'      TO REG-ARL(1:4).
           MOVE 'TITLE'     TO REG-ARL(11:5).
           MOVE 'ACQUIRED'  TO REG-ARL(36:8).
           MOVE 'LIFE'      TO REG-ARL(45:4).
           MOVE 'COST'      TO REG-ARL(55:4).
           MOVE 'DEPREC.'   TO REG-ARL(62:7).
           MOVE 'BOOK VAL.' TO REG-ARL(72:9).
           MOVE 'STATUS'    TO REG-ARL(82:6).
           WRITE REG-ARL.
           MOVE ALL '-' TO REG-ARL.
           WRITE REG-ARL.
      *
           MOVE ZEROES TO CODIGO-COP NUM-COPIA.
           START COPIAS KEY IS NOT LESS CHAVE-COP
               INVALID KEY MOVE 10 TO FS-COPIAS
           END-START.
           IF FS-COPIAS NOT EQUAL 10
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-COPIAS EQUAL 10
               IF DATA-AQUIS-COP NOT EQUAL ZEROES
                  AND DATA-AQUIS-COP NOT GREATER WRK-PER-FIM
                  AND (DATA-BAIXA-COP EQUAL ZEROES
                       OR DATA-BAIXA-COP GREATER WRK-PER-FIM)
                   PERFORM 0410-WRITE-COPY-LINE
               END-IF
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-PERFORM.
      *
           MOVE ALL '-' TO REG-ARL.
           WRITE REG-ARL.
           MOVE WRK-TOT-COPIAS TO WRK-QTDE-EDIT.
           MOVE SPACES TO REG-ARL.
           STRING 'COPIES ON THE REGISTER: ' WRK-QTDE-EDIT
               DELIMITED BY SIZE INTO REG-ARL.
           WRITE REG-ARL.
           MOVE WRK-TOT-CUSTO TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-ARL.
           STRING 'TOTAL COST..................: ' WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-ARL.
           WRITE REG-ARL.
           MOVE WRK-TOT-ACUM TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-ARL.
           STRING 'ACCUMULATED DEPRECIATION....: ' WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-ARL.
           WRITE REG-ARL.
           MOVE WRK-TOT-VCL TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-ARL.
           STRING 'NET BOOK VALUE..............: ' WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-ARL.
           WRITE REG-ARL.
      *
           PERFORM 0420-WRITE-MOVEMENTS.
           CLOSE ATIVOS-REL.
      *
           MOVE 'ATIVOS'         TO LNK-SPL-NOME.
           MOVE 'ATIVOS-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
       0400-PRINT-REGISTER-END. EXIT.

       0410-WRITE-COPY-LINE SECTION.
           COMPUTE WRK-VCL = CUSTO-COP - DEPREC-ACUM-COP.
           ADD 1               TO WRK-TOT-COPIAS.
           ADD CUSTO-COP       TO WRK-TOT-CUSTO.
           ADD DEPREC-ACUM-COP TO WRK-TOT-ACUM.
           ADD WRK-VCL         TO WRK-TOT-VCL.
      *
           MOVE CODIGO-COP TO CODIGO.
           READ MOVIES
               INVALID KEY MOVE SPACES TO TITULO
           END-READ.
      *
           MOVE SPACES TO REG-ARL.
           STRING CODIGO-COP '-' NUM-COPIA
               DELIMITED BY SIZE INTO REG-ARL(1:9).
           MOVE TITULO          TO REG-ARL(11:24).
           MOVE DATA-AQUIS-COP  TO REG-ARL(36:8).
           MOVE VIDA-COP        TO WRK-VIDA-EDIT.
           MOVE WRK-VIDA-EDIT   TO REG-ARL(46:3).
           MOVE CUSTO-COP       TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT  TO REG-ARL(50:9).
           MOVE DEPREC-ACUM-COP TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT  TO REG-ARL(60:9).
           MOVE WRK-VCL         TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT  TO REG-ARL(72:9).
           EVALUATE TRUE
               WHEN COP-BAIXADA
                   MOVE 'FOR SALE'    TO REG-ARL(82:12)
               WHEN COP-DEVOLVIDA-DIS
                   MOVE 'AT DISTRIB.' TO REG-ARL(82:12)
               WHEN COP-VENDIDA
                   MOVE 'SOLD'        TO REG-ARL(82:12)
               WHEN OTHER
                   MOVE 'IN SERVICE'  TO REG-ARL(82:12)
           END-EVALUATE.
           WRITE REG-ARL.
       0410-WRITE-COPY-LINE-END. EXIT.

       0420-WRITE-MOVEMENTS SECTION.
           MOVE SPACES TO REG-ARL.
           WRITE REG-ARL.
           MOVE SPACES TO REG-ARL.
           STRING 'DISPOSALS IN PERIOD ' WRK-PERIODO
               DELIMITED BY SIZE INTO REG-ARL.
           WRITE REG-ARL.
           MOVE SPACES      TO REG-ARL.
           MOVE 'COPY'      TO REG-ARL(1:4).
           MOVE 'BY'        TO REG-ARL(11:2).
           MOVE 'DATE'      TO REG-ARL(14:4).
           MOVE 'COST'      TO REG-ARL(28:4).
           MOVE 'DEPREC.'   TO REG-ARL(35:7).
           MOVE 'BOOK VAL.' TO REG-ARL(44:9).
           MOVE 'PROCEEDS'  TO REG-ARL(57:8).
           MOVE 'GAIN/LOSS' TO REG-ARL(67:9).
           WRITE REG-ARL.
           MOVE ALL '-' TO REG-ARL.
           WRITE REG-ARL.
      *
           MOVE WRK-PERIODO TO PERIODO-ATV.
           MOVE ZEROES      TO CODIGO-ATV NUM-COPIA-ATV.
           MOVE LOW-VALUES  TO TIPO-ATV.
           START ATIVOS KEY IS NOT LESS CHAVE-ATV
               INVALID KEY MOVE 10 TO FS-ATIVOS
           END-START.
           IF FS-ATIVOS NOT EQUAL 10
               READ ATIVOS NEXT AT END MOVE 10 TO FS-ATIVOS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-ATIVOS EQUAL 10
                     OR PERIODO-ATV NOT EQUAL WRK-PERIODO
               EVALUATE TRUE
                   WHEN ATV-ENTRADA
                       ADD VALOR-ATV TO WRK-MES-ENTRADA
                   WHEN ATV-DEPRECIACAO
                       ADD VALOR-ATV TO WRK-MES-DEPREC
                   WHEN OTHER
                       PERFORM 0425-WRITE-DISPOSAL-LINE
               END-EVALUATE
               READ ATIVOS NEXT AT END MOVE 10 TO FS-ATIVOS END-READ
           END-PERFORM.
      *
           MOVE ALL '-' TO REG-ARL.
           WRITE REG-ARL.
           MOVE WRK-MES-ENTRADA TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-ARL.
           STRING 'COPIES TAKEN ON AT COST.....: ' WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-ARL.
           WRITE REG-ARL.
           MOVE WRK-MES-DEPREC TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-ARL.
           STRING 'DEPRECIATION CHARGED........: ' WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-ARL.
           WRITE REG-ARL.
           MOVE WRK-MES-BAIXA TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-ARL.
           STRING 'BOOK VALUE WRITTEN OFF......: ' WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-ARL.
           WRITE REG-ARL.
           MOVE WRK-MES-VENDA TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-ARL.
           STRING 'DISPOSAL PROCEEDS...........: ' WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-ARL.
           WRITE REG-ARL.
           MOVE WRK-MES-RESULT TO WRK-TOT-RESULT-EDIT.
           MOVE SPACES TO REG-ARL.
           STRING 'NET GAIN/LOSS ON DISPOSAL...: ' WRK-TOT-RESULT-EDIT
               DELIMITED BY SIZE INTO REG-ARL.
           WRITE REG-ARL.
       0420-WRITE-MOVEMENTS-END. EXIT.

       0425-WRITE-DISPOSAL-LINE SECTION.
           ADD 1          TO WRK-MES-LINHAS.
           ADD VALOR-ATV  TO WRK-MES-BAIXA.
           ADD VENDA-ATV  TO WRK-MES-VENDA.
           ADD RESULT-ATV TO WRK-MES-RESULT.
      *
           MOVE SPACES TO REG-ARL.
           STRING CODIGO-ATV '-' NUM-COPIA-ATV
               DELIMITED BY SIZE INTO REG-ARL(1:9).
           MOVE ORIGEM-ATV      TO REG-ARL(11:2).
           MOVE DATA-ATV        TO REG-ARL(14:8).
           MOVE CUSTO-ATV       TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT  TO REG-ARL(23:9).
           MOVE ACUM-ATV        TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT  TO REG-ARL(33:9).
           MOVE VALOR-ATV       TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT  TO REG-ARL(44:9).
           MOVE VENDA-ATV       TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT  TO REG-ARL(56:9).
           MOVE RESULT-ATV      TO WRK-RESULT-EDIT.
           MOVE WRK-RESULT-EDIT TO REG-ARL(66:10).
           IF ATV-VENDA-BAIXADA
               MOVE '(ALREADY OFF)' TO REG-ARL(77:13)
           END-IF.
           WRITE REG-ARL.
       0425-WRITE-DISPOSAL-LINE-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE COPIAS ATIVOS MOVIES.
      *
           MOVE WRK-QTD-DEPREC TO WRK-QTDE-EDIT.
           INITIALIZE WRK-MSG.
           STRING '57ATIVOS-REL.txt WRITTEN - COPIES CHARGED: '
                      DELIMITED BY SIZE
                  WRK-QTDE-EDIT DELIMITED BY SIZE
                  INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM AFVIDPRG.
