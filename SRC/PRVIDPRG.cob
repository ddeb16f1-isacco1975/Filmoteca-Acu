           COPY 'CPVIDCPW.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-PARCEIROS-REL         PIC X(02).
       77  WRK-XOPTION              PIC X(01) VALUE SPACE.
           05 LINE 09 COLUMN 10 VALUE "| 3. TOMAR      |".
           05 LINE 10 COLUMN 10 VALUE "| 4. DEVOLVER   |".
           05 LINE 11 COLUMN 10 VALUE "| 5. RELATORIO  |".
           05 LINE 12 COLUMN 10 VALUE "| 6. DEVEDORES  |".
           05 LINE 13 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 14 COLUMN 10 VALUE "|               |".
           05 LINE 15 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 16 COLUMN 10 VALUE "+---------------+".
           05 LINE 15 COLUMN 23 PIC X(01) USING WRK-XOPTION.
      *
       01  SCREEN-PRCEDT.
           05 LINE 07 COLUMN 30 VALUE "PARTNER CODE..: [  ]".
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-INTMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-INTMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-XOPTION
             WHEN '1' PERFORM 0310-MAINTAIN-PARTNER
             WHEN '3' PERFORM 0330-BORROW-FROM-PARTNER
             WHEN '4' PERFORM 0340-CLOSE-EXCHANGE
             WHEN '5' PERFORM 0350-OUTSTANDING-REPORT
             WHEN '6' CALL 'DVVIDPRG'
             WHEN '0' MOVE 'N' TO WRK-CONTINUE
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
       0298-IDLE-LOCK-END. EXIT.

      *    ONE SCREEN ADDS OR REPLACES A PARTNER - A WRITE THAT
      *    BOUNCES OFF AN EXISTING CODE SIMPLY BECOMES THE REWRITE.
       0310-MAINTAIN-PARTNER SECTION.
