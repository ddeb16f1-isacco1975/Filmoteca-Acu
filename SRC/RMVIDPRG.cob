           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDDEW.cpy'. *> DISTRIBS DAT WORKBOOK
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-RMA-REL               PIC X(02).
       77  WRK-ROPTION              PIC X(01) VALUE SPACE.
       77  WRK-NUM-RMA-EDIT         PIC Z(04)9.
       77  WRK-VAL-EDIT             PIC ZZ.ZZ9,99.
       77  WRK-COUNT-EDIT           PIC ZZ9.
       77  WRK-JANELA-OK            PIC X(01) VALUE 'S'.
       77  WRK-JANELA-DIAS          PIC S9(07) VALUE ZERO.
       77  WRK-JANELA-EDIT          PIC ZZ9.
       77  WRK-DIAS-EDIT            PIC Z(03)9.
      *
      *    OUTSTANDING-CREDITS REPORT SCRATCH - CONTROL BREAK ON THE
      *    DISTRIBUTOR CODE, SAME SHAPE AS THE FTVIDPRG PAYABLES.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-RMAMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-RMAMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-ROPTION
             WHEN '1' PERFORM 0310-INCLUDE-RETURN
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
       0298-IDLE-LOCK-END. EXIT.

       0305-NEXT-RMA-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-RMA.
           START DEVOLUCOES KEY IS NOT GREATER NUM-RMA
           END-IF.
      *
           MOVE COD-DIS-PED TO COD-DIS-RMA.
      *
           PERFORM 0312-CHECK-WINDOW.
           IF WRK-JANELA-OK EQUAL 'N'
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           IF VALOR-RMA EQUAL ZEROES
               MOVE VALOR-UNIT-PED TO VALOR-RMA
           END-IF.
           ACCEPT SCREEN-WAIT.
       0310-INCLUDE-RETURN-END. EXIT.

      *    THE DISTRIBUTOR ONLY TAKES A COPY BACK SO MANY DAYS AFTER
      *    IT ARRIVED (JANELA-RMA-DIS). PAST THE WINDOW THE DESK IS
      *    WARNED AND DECIDES - THE SUPPLIER MAY STILL AGREE, BUT THE
      *    CREDIT IS NO LONGER A GIVEN. NO WINDOW ON THE SUPPLIER
      *    MASTER, OR AN ORDER WITH NO RECEIVING DATE, IS NOT CHECKED.
       0312-CHECK-WINDOW SECTION.
           MOVE 'S' TO WRK-JANELA-OK.
      *
           MOVE COD-DIS-PED TO CODIGO-DIS.
           READ DISTRIBS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF JANELA-RMA-DIS IS NOT NUMERIC
              OR JANELA-RMA-DIS EQUAL ZERO
              OR DATA-RECEB-PED EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(DATA-RECEB-PED)
                  NOT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           COMPUTE WRK-JANELA-DIAS =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY-NUM)
             - FUNCTION INTEGER-OF-DATE(DATA-RECEB-PED).
           IF WRK-JANELA-DIAS NOT GREATER JANELA-RMA-DIS
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE JANELA-RMA-DIS  TO WRK-JANELA-EDIT.
           MOVE WRK-JANELA-DIAS TO WRK-DIAS-EDIT.
           INITIALIZE WRK-MSG.
           STRING '41RECEIVED ' WRK-DIAS-EDIT ' DAYS AGO - WINDOW IS '
                  WRK-JANELA-EDIT ' DAYS. RAISE (Y/N)?'
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE 'N' TO WRK-JANELA-OK
               MOVE '27RETURN NOT RAISED - OUTSIDE THE RETURN WINDOW.'
                   TO WRK-MSG
           END-IF.
       0312-CHECK-WINDOW-END. EXIT.

      *    FLAGS THE PHYSICAL COPY AS GONE TO THE DISTRIBUTOR. A COPY
      *    STILL ON THE SHELF ALSO LEAVES THE MOVIE POOL COUNTERS; A
      *    COPY ALREADY WRITTEN OFF LEFT THEM WHEN IT WAS DAMAGED,
