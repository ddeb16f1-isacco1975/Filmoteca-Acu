      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : PURCHASE ORDER AND RECEIVING ROUTINE OF          *
      *               VIDEOTECA PROGRAM - ORDERS FOR ON-ORDER TITLES,  *
      *               RECEIVING INTO THE COPY POOL, OPEN-ORDER REPORT, *
      *               ORDER FILES OUT AND SHIPPING NOTICES IN          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEVIDPRG.
           COPY 'CPVIDOCS.cpy'. *> BUDGETS DAT WORKBOOK
           COPY 'CPVIDITS.cpy'. *> INTEREST LIST DAT WORKBOOK
           COPY 'CPVIDNFS.cpy'. *> NOTIFICATION QUEUE DAT WORKBOOK
           COPY 'CPVIDASS.cpy'. *> SHIPPING NOTICES DAT WORKBOOK
           COPY 'CPVIDPVS.cpy'. *> CUSTOMER PRE-ORDERS DAT WORKBOOK
      *
           SELECT PEDIDOS-REL
              ASSIGN       TO 'PEDIDOS-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-PEDIDOS-REL.
      *
      *    THE DISTRIBUTOR EXCHANGE - OUR ORDERS GO OUT AS
      *    PEDIDO-<DISTRIBUTOR CODE>.txt, THEIR SHIPPING NOTICE
      *    COMES BACK AS AVISO-<DISTRIBUTOR CODE>.txt, AND WHAT DOES
      *    NOT MATCH THE ORDER IS LISTED ON AVISO-REL.txt.
           SELECT PEDIDO-TXT
              ASSIGN       TO WRK-POX-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-PEDIDO-TXT.
      *
           SELECT AVISO-TXT
              ASSIGN       TO WRK-ASX-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-AVISO-TXT.
      *
           SELECT AVISO-REL
              ASSIGN       TO 'AVISO-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-AVISO-REL.
      *
           COPY 'CPVIDJRS.cpy'. *> RECOVERY JOURNAL WORKBOOK
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
      *
       FD  NOTIFICACOES.
           COPY 'CPVIDNFI.cpy'. *> NOTIFICATION QUEUE DATA FILE
      *
       FD  AVISOS.
           COPY 'CPVIDASR.cpy'. *> SHIPPING NOTICE DATA FILE
      *
       FD  PREVENDAS.
           COPY 'CPVIDPVR.cpy'. *> CUSTOMER PRE-ORDER DATA FILE
      *
       FD  PEDIDOS-REL.
       01 REG-PRL                PIC X(100).
      *
       FD  PEDIDO-TXT.
           COPY 'CPVIDPOX.cpy'. *> OUTBOUND ORDER LINE
      *
       FD  AVISO-TXT.
           COPY 'CPVIDASX.cpy'. *> SHIPPING NOTICE LINE
      *
       FD  AVISO-REL.
       01 REG-AVR                PIC X(100).
      *
       FD  JOURNAL.
           COPY 'CPVIDJRN.cpy'. *> RECOVERY JOURNAL RECORD
      *
       FD  MANUTENCAO.
           COPY 'CPVIDMTR.cpy'. *> MAINTENANCE FLAG RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDDEW.cpy'. *> DISTRIBS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-PEDIDOS-REL           PIC X(02).
       77  WRK-POPTION              PIC X(01) VALUE SPACE.
      *    BUDGET CHECK SCRATCH - THE ORDER BEING KEYED IS SAVED OFF
      *    WHOLE, BECAUSE SUMMING COMMITMENTS WALKS PEDIDOS AND
      *    WOULD OTHERWISE OVERWRITE WHAT WAS JUST TYPED.
       77  WRK-PED-SAVE             PIC X(120) VALUE SPACES.
       77  WRK-ORC-ANO              PIC X(04) VALUE SPACES.
       77  WRK-ORC-GENERO           PIC X(04) VALUE SPACES.
       77  WRK-PED-GENERO           PIC X(04) VALUE SPACES.
       77  WRK-ORC-GASTO            PIC 9(09)V9(02) VALUE ZERO.
       77  WRK-ORC-RESTO            PIC S9(09)V9(02) VALUE ZERO.
       77  WRK-ORC-RESTO-EDIT       PIC -ZZZ.ZZ9,99.
      *
           COPY 'CPVIDASW.cpy'. *> SHIPPING NOTICES DAT WORKBOOK
      *
      *    ORDER FILE OUT / SHIPPING NOTICE IN - THE DISTRIBUTOR
      *    CHOSEN, THE EXCHANGE FILE NAMES BUILT FROM ITS CODE, AND
      *    THE RUN COUNTS.
       77  FS-PEDIDO-TXT            PIC X(02).
       77  FS-AVISO-TXT             PIC X(02).
       77  FS-AVISO-REL             PIC X(02).
       77  WRK-POX-FILE             PIC X(20) VALUE SPACES.
       77  WRK-ASX-FILE             PIC X(20) VALUE SPACES.
       77  WRK-DIS-SEL              PIC X(02) VALUE SPACES.
       77  WRK-POX-COUNT            PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-ASX-LIDOS            PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-ASX-DIVG             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-ASX-MOTIVO           PIC X(30) VALUE SPACES.
       77  WRK-COUNT-EDIT2          PIC ZZ9.
      *
      *    RECEIVING - WHAT ACTUALLY CAME IN, PRE-FILLED FROM THE
      *    SHIPPING NOTICE WHEN THERE IS ONE, OTHERWISE FROM THE
      *    ORDER ITSELF.
       77  WRK-RCB-CODIGO           PIC 9(05) VALUE ZERO.
       77  WRK-RCB-QTDE             PIC 9(03) VALUE ZERO.
       77  WRK-QTDE-EDIT            PIC ZZ9.
      *
      *    CUSTOMER PRE-ORDERS - UNITS ADDED TO A NEW ORDER LINE, AND
      *    UNITS OF A DELIVERY PUT BY FOR THE CUSTOMERS INSTEAD OF
      *    JOINING THE RENTAL POOL.
           COPY 'CPVIDPVW.cpy'. *> CUSTOMER PRE-ORDERS DAT WORKBOOK
       77  WRK-PRV-QTDE             PIC 9(03) VALUE ZERO.
       77  WRK-PRV-POOL             PIC 9(03) VALUE ZERO.
       77  WRK-PRV-EDIT             PIC ZZ9.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           05 LINE 08 COLUMN 10 VALUE "| 2. RECEBER    |".
           05 LINE 09 COLUMN 10 VALUE "| 3. CANCELAR   |".
           05 LINE 10 COLUMN 10 VALUE "| 4. RELATORIO  |".
           05 LINE 11 COLUMN 10 VALUE "| 5. TRANSMITIR |".
           05 LINE 12 COLUMN 10 VALUE "| 6. AVISO EMB. |".
           05 LINE 13 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 14 COLUMN 10 VALUE "|               |".
           05 LINE 15 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 16 COLUMN 10 VALUE "+---------------+".
           05 LINE 15 COLUMN 23 PIC X(01) USING WRK-POPTION.
      *
       01  SCREEN-PEDEDT.
           05 LINE 07 COLUMN 30 VALUE "DISTRIB CODE..: [  ]".
       01  SCREEN-PEDKEY-NUM.
           05 LINE 17 COLUMN 31 PIC 9(05) USING NUM-PED
              COLOR 6 HIGHLIGHT.
      *
       01  SCREEN-PEDRCB.
           05 LINE 19 COLUMN 12 VALUE
               "CODE RECEIVED..: [     ]   COPIES RECEIVED: [   ]".
      *
       01  SCREEN-PEDRCB-DDS.
           05 LINE 19 COLUMN 30 PIC 9(05) USING WRK-RCB-CODIGO
              COLOR 7 HIGHLIGHT.
           05 LINE 19 COLUMN 57 PIC 9(03) USING WRK-RCB-QTDE
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-PEDDIS.
           05 LINE 17 COLUMN 30 VALUE "DISTRIB CODE..: [  ]".
           05 LINE 17 COLUMN 47 PIC X(02) USING WRK-DIS-SEL
              COLOR 7 HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
               CLOSE NOTIFICACOES
               OPEN I-O NOTIFICACOES
           END-IF.
      *
      *    SHIPPING NOTICE LINES WAITING TO BE CONFIRMED AT
      *    RECEIVING.
           OPEN I-O AVISOS.
           IF FS-AVISOS EQUAL "35"
               OPEN OUTPUT AVISOS
               CLOSE AVISOS
               OPEN I-O AVISOS
           END-IF.
      *
      *    CUSTOMER PRE-ORDERS RIDING ON THE ORDERS.
           OPEN I-O PREVENDAS.
           IF FS-PREVENDAS EQUAL "35"
               OPEN OUTPUT PREVENDAS
               CLOSE PREVENDAS
               OPEN I-O PREVENDAS
           END-IF.
       0100-OPEN-DATA-END. EXIT.

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
           MOVE " * * *  P U R C H A S E   O R D E R S  * * *"
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-PEDMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-PEDMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-POPTION EQUAL '1' OR '2' OR '3' OR '5' OR '6'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE '*' TO WRK-POPTION
               END-IF
           END-IF.
      *
           EVALUATE WRK-POPTION
             WHEN '1' PERFORM 0310-INCLUDE-ORDER
             WHEN '2' PERFORM 0320-RECEIVE-ORDER
             WHEN '3' PERFORM 0330-CANCEL-ORDER
             WHEN '4' PERFORM 0340-OPEN-ORDERS-REPORT
             WHEN '5' PERFORM 0350-TRANSMIT-ORDERS
             WHEN '6' PERFORM 0360-IMPORT-NOTICE
             WHEN '*' CONTINUE
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

       0305-NEXT-ORDER-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-PED.
           START PEDIDOS KEY IS NOT GREATER NUM-PED
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
      *    NO EXPECTED DATE KEYED - THE DISTRIBUTOR'S USUAL LEAD TIME
      *    OFF THE SUPPLIER MASTER DATES THE DELIVERY FROM TODAY.
           IF DATA-PREV-PED EQUAL ZEROES
              AND PRAZO-ENT-DIS IS NUMERIC
              AND PRAZO-ENT-DIS GREATER ZERO
               COMPUTE DATA-PREV-PED = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-TODAY-NUM)
                   + PRAZO-ENT-DIS)
           END-IF.
      *
           PERFORM 0312-CHECK-BUDGET.
           IF WRK-ORC-BLOCK EQUAL 'S'
                   MOVE '47ERROR RECORDING ORDER.' TO WRK-MSG
               NOT INVALID KEY
                   MOVE NUM-PED TO WRK-NUM-PED-EDIT
                   MOVE DATA-PREV-PED TO WRK-DATA-DISP
                   IF DATA-PREV-PED EQUAL ZEROES
                       STRING '57ORDER #' DELIMITED BY SIZE
                              WRK-NUM-PED-EDIT DELIMITED BY SIZE
                              ' RECORDED.' DELIMITED BY SIZE
                              INTO WRK-MSG
                   ELSE
                       STRING '57ORDER #' DELIMITED BY SIZE
                              WRK-NUM-PED-EDIT DELIMITED BY SIZE
                              ' RECORDED - EXPECTED ' DELIMITED BY SIZE
                              WRK-DATA-DISP DELIMITED BY SIZE
                              '.' DELIMITED BY SIZE
                              INTO WRK-MSG
                   END-IF
           END-WRITE.
      *
           IF FS-PEDIDOS EQUAL "00"
              AND CODIGO-PED GREATER ZEROES
               PERFORM 0311-ADD-PREORDERS
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-INCLUDE-ORDER-END. EXIT.

      *    CUSTOMER PRE-ORDERS FOR THE TITLE STILL WAITING FOR AN
      *    ORDER RIDE ON THE LINE JUST RAISED - ONE UNIT EACH, ON TOP
      *    OF THE COPIES KEYED, AND COUNTED APART SO RECEIVING PUTS
      *    THEM BY. THE CUSTOMER PAYS FOR THEM, SO THEY ARE NOT PUT
      *    THROUGH THE BUDGET GATE.
       0311-ADD-PREORDERS SECTION.
           MOVE ZERO TO WRK-PRV-QTDE.
           MOVE CODIGO-PED TO CODIGO-PRV.
           START PREVENDAS KEY IS EQUAL CODIGO-PRV
               INVALID KEY MOVE 10 TO FS-PREVENDAS
           END-START.
           IF FS-PREVENDAS NOT EQUAL 10
               READ PREVENDAS NEXT AT END MOVE 10 TO FS-PREVENDAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PREVENDAS EQUAL 10
                     OR CODIGO-PRV NOT EQUAL CODIGO-PED
                     OR QTDE-PED + WRK-PRV-QTDE NOT LESS 999
               IF PRV-ABERTA AND NUM-PED-PRV EQUAL ZEROES
                   MOVE NUM-PED TO NUM-PED-PRV
                   REWRITE REG-PRV
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WRK-PRV-QTDE
                   END-REWRITE
               END-IF
               READ PREVENDAS NEXT AT END MOVE 10 TO FS-PREVENDAS
               END-READ
           END-PERFORM.
      *
           IF WRK-PRV-QTDE EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           ADD WRK-PRV-QTDE TO QTDE-PED.
           IF QTDE-CLI-PED NOT NUMERIC
               MOVE ZERO TO QTDE-CLI-PED
           END-IF.
           ADD WRK-PRV-QTDE TO QTDE-CLI-PED.
           REWRITE REG-PED
               INVALID KEY
                   MOVE '42ERROR ADDING PRE-ORDERS TO THE ORDER.'
                       TO WRK-MSG
               NOT INVALID KEY
                   MOVE WRK-PRV-QTDE TO WRK-PRV-EDIT
                   INITIALIZE WRK-MSG
                   STRING '57ORDER #' DELIMITED BY SIZE
                          WRK-NUM-PED-EDIT DELIMITED BY SIZE
                          ' RECORDED - ' DELIMITED BY SIZE
                          WRK-PRV-EDIT DELIMITED BY SIZE
                          ' CUSTOMER PRE-ORDERS ADDED.'
                              DELIMITED BY SIZE
                          INTO WRK-MSG
           END-REWRITE.
       0311-ADD-PREORDERS-END. EXIT.

      *    GOODS ARRIVED: THE ORDER LINE CLOSES AND THE TITLE THAT
      *    CAME IN FLIPS TO OWNED, WITH THE COPIES COUNTED OFF THE
      *    BOX JOINING BOTH POOL COUNTERS. WHEN THE DISTRIBUTOR SENT
      *    A SHIPPING NOTICE THE CODE AND COUNT ARE PRE-FILLED FROM
      *    IT, SO THE DESK ONLY CONFIRMS WHAT ARRIVED. AN ORDER
      *    RAISED FOR A BRAND-NEW TITLE IS GIVEN ITS CODE HERE,
      *    AFTER THE TITLE HAS BEEN ADDED THROUGH THE NORMAL INCLUDE
      *    SCREEN.
       0320-RECEIVE-ORDER SECTION.
           INITIALIZE REG-PED WRK-MSG.
           DISPLAY SCREEN-PEDKEY.
       0320-RECEIVE-ORDER-END. EXIT.

       0325-RECEIVE-GOODS SECTION.
           MOVE CODIGO-PED TO WRK-RCB-CODIGO.
           MOVE QTDE-PED   TO WRK-RCB-QTDE.
      *
           MOVE NUM-PED TO NUM-PED-AVS.
           READ AVISOS
               INVALID KEY MOVE SPACE TO AVS-STATUS
           END-READ.
           IF AVS-PENDENTE
               PERFORM 0326-SHOW-NOTICE
           END-IF.
      *
           DISPLAY SCREEN-PEDRCB.
           ACCEPT  SCREEN-PEDRCB-DDS.
      *
           IF WRK-RCB-CODIGO EQUAL ZEROES
               MOVE '43ADD THE TITLE FIRST, THEN RECEIVE.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-RCB-QTDE EQUAL ZEROES
               MOVE '43NOTHING RECEIVED - ORDER LEFT OPEN.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           IF CODIGO-PED NOT EQUAL ZEROES
              AND WRK-RCB-CODIGO NOT EQUAL CODIGO-PED
               MOVE '41NOT THE TITLE ORDERED - TAKE IT IN ANYWAY (Y/N)?'
                   TO WRK-MSG
               DISPLAY SCREEN-CONFIRMATION
               ACCEPT SCREEN-CONFIRMATION-WAIT
               IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
                   MOVE '27RECEIVING ABANDONED.' TO WRK-MSG
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE WRK-MSG
           END-IF.
      *
           MOVE WRK-RCB-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '48MOVIE CODE NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
      *
      *
      *    CUSTOMER PRE-ORDERS ARE SERVED FIRST; ONLY WHAT IS LEFT
      *    JOINS THE POOL.
           PERFORM 0324-SET-ASIDE-PREORDERS.
           COMPUTE WRK-PRV-POOL = WRK-RCB-QTDE - WRK-PRV-QTDE.
      *
           MOVE REG-FIL TO WRK-JRN-ANTES.
           IF WRK-PRV-POOL GREATER ZERO
               SET ACERVO-POSSUIDO TO TRUE
           END-IF.
           ADD WRK-PRV-POOL TO QTDE-COPIAS.
           ADD WRK-PRV-POOL TO QTDE-DISPONIVEL.
           REWRITE REG-FIL
               INVALID KEY
                   MOVE '42ERROR UPDATING MOVIE RECORD.' TO WRK-MSG
                   PERFORM 0327-JOURNAL-MOVIE
           END-REWRITE.
      *
           IF CODIGO-PED EQUAL ZEROES
               MOVE WRK-RCB-CODIGO TO CODIGO-PED
           END-IF.
           SET PED-RECEBIDO TO TRUE.
           MOVE WRK-TODAY-NUM TO DATA-RECEB-PED.
           MOVE WRK-RCB-QTDE  TO QTDE-RECEB-PED.
           REWRITE REG-PED
               INVALID KEY
                   MOVE '42ERROR CLOSING ORDER LINE.' TO WRK-MSG
               NOT INVALID KEY
                   PERFORM 0328-NOTIFY-INTERESTS
                   IF WRK-PRV-QTDE GREATER ZERO
                       MOVE WRK-PRV-QTDE TO WRK-PRV-EDIT
                       INITIALIZE WRK-MSG
                       STRING '54ORDER RECEIVED - ' DELIMITED BY SIZE
                              WRK-PRV-EDIT DELIMITED BY SIZE
                              ' SET ASIDE FOR PRE-ORDERS.'
                                  DELIMITED BY SIZE
                              INTO WRK-MSG
                   ELSE
                       MOVE '54ORDER RECEIVED - COPIES ON THE SHELF.'
                           TO WRK-MSG
                   END-IF
           END-REWRITE.
      *
           IF AVS-PENDENTE
               SET AVS-RECEBIDO TO TRUE
               REWRITE REG-AVS
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
       0325-RECEIVE-GOODS-END. EXIT.

      *    UNITS OF THE DELIVERY PUT BY FOR CUSTOMER PRE-ORDERS OF
      *    THE TITLE, OLDEST ORDER FIRST, UP TO THE COPIES RECEIVED.
      *    EACH CUSTOMER SERVED IS QUEUED AN ARRIVAL CALL; A
      *    PRE-ORDER ON THIS ORDER LINE THAT A SHORT DELIVERY LEFT
      *    UNSERVED IS FREED TO RIDE ON THE NEXT ORDER FOR THE TITLE.
       0324-SET-ASIDE-PREORDERS SECTION.
           MOVE ZERO TO WRK-PRV-QTDE.
           MOVE WRK-RCB-CODIGO TO CODIGO-PRV.
           START PREVENDAS KEY IS EQUAL CODIGO-PRV
               INVALID KEY MOVE 10 TO FS-PREVENDAS
           END-START.
           IF FS-PREVENDAS NOT EQUAL 10
               READ PREVENDAS NEXT AT END MOVE 10 TO FS-PREVENDAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PREVENDAS EQUAL 10
                     OR CODIGO-PRV NOT EQUAL WRK-RCB-CODIGO
               IF PRV-ABERTA
                   IF WRK-PRV-QTDE LESS WRK-RCB-QTDE
                       SET PRV-SEPARADA TO TRUE
                       MOVE WRK-TODAY-NUM TO DATA-CHEGADA-PRV
                       IF NUM-PED-PRV EQUAL ZEROES
                           MOVE NUM-PED TO NUM-PED-PRV
                       END-IF
                       REWRITE REG-PRV
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WRK-PRV-QTDE
                               MOVE NUM-LOC-PRV  TO WRK-NTF-LOC
                               MOVE NOME-LOC-PRV TO WRK-NTF-NOME
                               MOVE 'C' TO WRK-NTF-TIPO
                               MOVE SPACES TO WRK-NTF-TEXTO
                               STRING 'PRE-ORDER READY TO COLLECT - '
                                      TITULO(1:30)
                                   DELIMITED BY SIZE
                                   INTO WRK-NTF-TEXTO
                               PERFORM 0329-POST-NOTIFICATION
                       END-REWRITE
                   ELSE
                       IF NUM-PED-PRV EQUAL NUM-PED
                           MOVE ZEROES TO NUM-PED-PRV
                           REWRITE REG-PRV
                               INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
               READ PREVENDAS NEXT AT END MOVE 10 TO FS-PREVENDAS
               END-READ
           END-PERFORM.
       0324-SET-ASIDE-PREORDERS-END. EXIT.

      *    THE NOTICE LINE FOR THIS ORDER, WITH ANY DISCREPANCY THE
      *    IMPORT FOUND, AND ITS CODE AND COUNT AS THE DEFAULTS.
       0326-SHOW-NOTICE SECTION.
           IF CODIGO-AVS NOT EQUAL ZEROES
               MOVE CODIGO-AVS TO WRK-RCB-CODIGO
           END-IF.
           MOVE QTDE-AVS TO WRK-RCB-QTDE.
      *
           MOVE QTDE-AVS TO WRK-QTDE-EDIT.
           DISPLAY 'SHIPPING NOTICE ' AT LINE 20 COLUMN 12.
           DISPLAY NUM-AVISO-AVS AT LINE 20 COLUMN 28.
           DISPLAY TITULO-AVS(1:25) AT LINE 20 COLUMN 40.
           EVALUATE TRUE
               WHEN AVS-TROCA
                   DISPLAY '** ANOTHER TITLE SENT **'
                       AT LINE 21 COLUMN 12 COLOR 4 HIGHLIGHT
               WHEN AVS-FALTA
                   DISPLAY '** SHORT - ONLY    COPIES SENT **'
                       AT LINE 21 COLUMN 12 COLOR 4 HIGHLIGHT
                   DISPLAY WRK-QTDE-EDIT
                       AT LINE 21 COLUMN 28 COLOR 4 HIGHLIGHT
               WHEN AVS-EXCESSO
                   DISPLAY '** OVER -     COPIES SENT **'
                       AT LINE 21 COLUMN 12 COLOR 4 HIGHLIGHT
                   DISPLAY WRK-QTDE-EDIT
                       AT LINE 21 COLUMN 22 COLOR 4 HIGHLIGHT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0326-SHOW-NOTICE-END. EXIT.

      *    THE STICKY NOTES, AUTOMATED: EVERY BORROWER WITH AN ACTIVE
      *    INTEREST IN THE TITLE JUST RECEIVED GETS AN ARRIVAL ENTRY
      *    ON THE NOTIFICATION QUEUE, AND THE INTEREST ROW MOVES TO
      *    OF THE KEY, SO THE REWRITE RIDES SAFELY UNDER THE
      *    PRIMARY-KEY WALK.
       0328-NOTIFY-INTERESTS SECTION.
           MOVE WRK-RCB-CODIGO TO CODIGO-ITR.
           MOVE ZEROES         TO NUM-LOC-ITR.
           START INTERESSES KEY IS NOT LESS CHAVE-ITR
               INVALID KEY MOVE 10 TO FS-INTERESSES
           END-START.
           END-IF.
      *
           PERFORM UNTIL FS-INTERESSES EQUAL 10
                     OR CODIGO-ITR NOT EQUAL WRK-RCB-CODIGO
               IF ITR-ATIVO
                   MOVE NUM-LOC-ITR  TO WRK-NTF-LOC
                   MOVE NOME-LOC-ITR TO WRK-NTF-NOME
                   MOVE 'C' TO WRK-NTF-TIPO
                   MOVE SPACES TO WRK-NTF-TEXTO
                   STRING 'REQUESTED TITLE ARRIVED - '
                          TITULO(1:30)
                       DELIMITED BY SIZE INTO WRK-NTF-TEXTO
                   PERFORM 0329-POST-NOTIFICATION
                   SET ITR-NOTIFICADO TO TRUE
                               INVALID KEY
                                   MOVE '42EDIT ERROR.' TO WRK-MSG
                               NOT INVALID KEY
                                   PERFORM 0331-RELEASE-PREORDERS
                                   MOVE '54ORDER CANCELLED.' TO WRK-MSG
                           END-REWRITE
                       ELSE
           ACCEPT SCREEN-WAIT.
       0330-CANCEL-ORDER-END. EXIT.

      *    CUSTOMER PRE-ORDERS THAT RODE ON A CANCELLED ORDER GO BACK
      *    TO WAITING, FOR THE NEXT ORDER RAISED FOR THE TITLE.
       0331-RELEASE-PREORDERS SECTION.
           IF CODIGO-PED EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE CODIGO-PED TO CODIGO-PRV.
           START PREVENDAS KEY IS EQUAL CODIGO-PRV
               INVALID KEY MOVE 10 TO FS-PREVENDAS
           END-START.
           IF FS-PREVENDAS NOT EQUAL 10
               READ PREVENDAS NEXT AT END MOVE 10 TO FS-PREVENDAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PREVENDAS EQUAL 10
                     OR CODIGO-PRV NOT EQUAL CODIGO-PED
               IF PRV-ABERTA AND NUM-PED-PRV EQUAL NUM-PED
                   MOVE ZEROES TO NUM-PED-PRV
                   REWRITE REG-PRV
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               READ PREVENDAS NEXT AT END MOVE 10 TO FS-PREVENDAS
               END-READ
           END-PERFORM.
       0331-RELEASE-PREORDERS-END. EXIT.

      *    OPEN ORDERS, OLDEST FIRST, WITH DELIVERIES ALREADY PAST
      *    THEIR EXPECTED DATE FLAGGED - THE LIST TO CHASE SUPPLIERS
      *    WITH.
                      WRK-DATA-DISP
                   DELIMITED BY SIZE INTO REG-PRL
           END-IF.
           IF QTDE-CLI-PED IS NUMERIC
              AND QTDE-CLI-PED GREATER ZEROES
               STRING ' CUST ' QTDE-CLI-PED
                   DELIMITED BY SIZE INTO REG-PRL(90:9)
           END-IF.
           WRITE REG-PRL.
       0345-WRITE-ORDER-LINE-END. EXIT.

      *    THE ORDER FILE FOR ONE DISTRIBUTOR: EVERY OPEN LINE OF
      *    THEIRS NOT YET SENT GOES OUT ON PEDIDO-<CODE>.txt IN THE
      *    FIXED LAYOUT THEY LOAD, AND IS STAMPED AS TRANSMITTED WITH
      *    TODAY'S DATE SO THE NEXT RUN DOES NOT SEND IT AGAIN. THE
      *    FLAG IS NOT PART OF THE KEY, SO THE REWRITE RIDES SAFELY
      *    UNDER THE STATUS WALK.
       0350-TRANSMIT-ORDERS SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0352-ASK-DISTRIBUTOR.
           IF WRK-DIS-SEL EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO WRK-POX-FILE.
           STRING 'PEDIDO-' WRK-DIS-SEL '.txt'
               DELIMITED BY SIZE INTO WRK-POX-FILE.
           OPEN OUTPUT PEDIDO-TXT.
           IF FS-PEDIDO-TXT NOT EQUAL "00"
               MOVE SPACES TO WRK-MSG
               STRING '53CANNOT OPEN ' WRK-POX-FILE
                   DELIMITED BY SIZE INTO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZERO TO WRK-POX-COUNT.
           MOVE 'A' TO PED-STATUS.
           START PEDIDOS KEY IS EQUAL PED-STATUS
               INVALID KEY MOVE 10 TO FS-PEDIDOS
           END-START.
           IF FS-PEDIDOS NOT EQUAL 10
               READ PEDIDOS NEXT AT END MOVE 10 TO FS-PEDIDOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PEDIDOS EQUAL 10
                     OR PED-STATUS NOT EQUAL 'A'
               IF COD-DIS-PED EQUAL WRK-DIS-SEL
                  AND NOT PED-TRANSMITIDO
                   PERFORM 0355-WRITE-ORDER-FILE-LINE
               END-IF
               READ PEDIDOS NEXT AT END MOVE 10 TO FS-PEDIDOS
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-PEDIDOS.
      *
           CLOSE PEDIDO-TXT.
      *
           MOVE WRK-POX-COUNT TO WRK-COUNT-EDIT.
           INITIALIZE WRK-MSG.
           STRING '57ORDER LINES SENT ON ' WRK-POX-FILE
                  ': ' WRK-COUNT-EDIT
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-TRANSMIT-ORDERS-END. EXIT.

      *    THE DISTRIBUTOR BOTH EXCHANGES ARE RUN FOR - BLANK WHEN
      *    THE CODE IS LEFT EMPTY OR IS NOT ON DISTRIBS.dat.
       0352-ASK-DISTRIBUTOR SECTION.
           MOVE SPACES TO WRK-DIS-SEL.
           DISPLAY SCREEN-PEDDIS.
           ACCEPT  SCREEN-PEDDIS.
           IF WRK-DIS-SEL EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           INSPECT WRK-DIS-SEL
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE WRK-DIS-SEL TO CODIGO-DIS.
           READ DISTRIBS
               INVALID KEY
                   MOVE '48DISTRIBUTOR CODE NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   MOVE SPACES TO WRK-DIS-SEL
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY DESC-DIS AT LINE 17 COLUMN 52 COLOR 3 HIGHLIGHT.
       0352-ASK-DISTRIBUTOR-END. EXIT.

       0355-WRITE-ORDER-FILE-LINE SECTION.
           INITIALIZE REG-POX.
           MOVE NUM-PED        TO NUM-PED-POX.
           MOVE COD-DIS-PED    TO COD-DIS-POX.
           MOVE FILIAL-PED     TO FILIAL-POX.
           MOVE CODIGO-PED     TO CODIGO-POX.
           MOVE TITULO-PED     TO TITULO-POX.
           MOVE QTDE-PED       TO QTDE-POX.
           MOVE VALOR-UNIT-PED TO VALOR-UNIT-POX.
           MOVE DATA-PED       TO DATA-PED-POX.
           MOVE DATA-PREV-PED  TO DATA-PREV-POX.
           IF QTDE-CLI-PED IS NUMERIC
               MOVE QTDE-CLI-PED TO QTDE-CLI-POX
           END-IF.
           WRITE REG-POX.
      *
           SET PED-TRANSMITIDO TO TRUE.
           MOVE WRK-TODAY-NUM TO DATA-ENVIO-PED.
           REWRITE REG-PED
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WRK-POX-COUNT
           END-REWRITE.
       0355-WRITE-ORDER-FILE-LINE-END. EXIT.

      *    THE DISTRIBUTOR'S ADVANCE SHIPPING NOTICE: EACH LINE IS
      *    CHECKED AGAINST THE OPEN ORDER IT QUOTES AND HELD ON
      *    AVISOS.dat FOR THE RECEIVING SCREEN TO PRE-FILL FROM.
      *    SHORT, OVER AND SUBSTITUTED LINES - AND LINES QUOTING NO
      *    OPEN ORDER OF THIS DISTRIBUTOR, WHICH ARE NOT HELD - GO
      *    ON AVISO-REL.txt, SO THEY ARE TAKEN UP WITH THE SUPPLIER
      *    BEFORE THEIR INVOICE REACHES FTVIDPRG.
       0360-IMPORT-NOTICE SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0352-ASK-DISTRIBUTOR.
           IF WRK-DIS-SEL EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO WRK-ASX-FILE.
           STRING 'AVISO-' WRK-DIS-SEL '.txt'
               DELIMITED BY SIZE INTO WRK-ASX-FILE.
           OPEN INPUT AVISO-TXT.
           IF FS-AVISO-TXT NOT EQUAL "00"
               MOVE SPACES TO WRK-MSG
               STRING '53CANNOT OPEN ' WRK-ASX-FILE
                   DELIMITED BY SIZE INTO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           OPEN OUTPUT AVISO-REL.
           IF FS-AVISO-REL NOT EQUAL "00"
               CLOSE AVISO-TXT
               MOVE '53ERROR OPENING AVISO-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO REG-AVR.
           STRING 'VIDEOTECA - SHIPPING NOTICE DISCREPANCIES   '
                  'DISTRIBUTOR: ' WRK-DIS-SEL '   RUN DATE: '
                  WRK-DATE DELIMITED BY SIZE INTO REG-AVR.
           WRITE REG-AVR.
           MOVE SPACES TO REG-AVR.
           STRING 'ORDER  CODE   QTY     SENT   QTY  DISCREPANCY'
               DELIMITED BY SIZE INTO REG-AVR.
           WRITE REG-AVR.
           MOVE ALL '-' TO REG-AVR.
           WRITE REG-AVR.
      *
           MOVE ZERO TO WRK-ASX-LIDOS WRK-ASX-DIVG.
           READ AVISO-TXT AT END MOVE 10 TO FS-AVISO-TXT END-READ.
           PERFORM UNTIL FS-AVISO-TXT EQUAL 10
               ADD 1 TO WRK-ASX-LIDOS
               PERFORM 0365-LOAD-NOTICE-LINE
               READ AVISO-TXT AT END MOVE 10 TO FS-AVISO-TXT
               END-READ
           END-PERFORM.
      *
           CLOSE AVISO-TXT AVISO-REL.
      *
           MOVE WRK-ASX-LIDOS TO WRK-COUNT-EDIT.
           MOVE WRK-ASX-DIVG  TO WRK-COUNT-EDIT2.
           INITIALIZE WRK-MSG.
           STRING '57NOTICE LINES: ' WRK-COUNT-EDIT
                  '  ON AVISO-REL.TXT: ' WRK-COUNT-EDIT2
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0360-IMPORT-NOTICE-END. EXIT.

       0365-LOAD-NOTICE-LINE SECTION.
           MOVE SPACES TO WRK-ASX-MOTIVO.
           IF NUM-PED-ASX NOT NUMERIC OR CODIGO-ASX NOT NUMERIC
              OR QTDE-ASX NOT NUMERIC
               MOVE 'UNREADABLE NOTICE LINE' TO WRK-ASX-MOTIVO
               PERFORM 0368-WRITE-DISCREPANCY
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE NUM-PED-ASX TO NUM-PED.
           READ PEDIDOS
               INVALID KEY
                   MOVE 'NOT ON ANY ORDER OF OURS' TO WRK-ASX-MOTIVO
           END-READ.
           IF WRK-ASX-MOTIVO EQUAL SPACES
              AND (COD-DIS-PED NOT EQUAL WRK-DIS-SEL
                   OR NOT PED-ABERTO)
               MOVE 'NOT AN OPEN ORDER WITH THEM' TO WRK-ASX-MOTIVO
           END-IF.
           IF WRK-ASX-MOTIVO NOT EQUAL SPACES
               PERFORM 0368-WRITE-DISCREPANCY
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE REG-AVS.
           MOVE NUM-PED       TO NUM-PED-AVS.
           MOVE WRK-DIS-SEL   TO COD-DIS-AVS.
           MOVE NUM-AVISO-ASX TO NUM-AVISO-AVS.
           MOVE CODIGO-ASX    TO CODIGO-AVS.
           MOVE TITULO-ASX    TO TITULO-AVS.
           MOVE QTDE-ASX      TO QTDE-AVS.
           MOVE WRK-TODAY-NUM TO DATA-AVS.
           SET AVS-PENDENTE   TO TRUE.
           EVALUATE TRUE
               WHEN CODIGO-PED NOT EQUAL ZEROES
                AND CODIGO-ASX NOT EQUAL CODIGO-PED
                   SET AVS-TROCA TO TRUE
                   MOVE 'ANOTHER TITLE SENT' TO WRK-ASX-MOTIVO
               WHEN QTDE-ASX LESS QTDE-PED
                   SET AVS-FALTA TO TRUE
                   MOVE 'SHORT' TO WRK-ASX-MOTIVO
               WHEN QTDE-ASX GREATER QTDE-PED
                   SET AVS-EXCESSO TO TRUE
                   MOVE 'OVER' TO WRK-ASX-MOTIVO
               WHEN OTHER
                   SET AVS-CONFERE TO TRUE
           END-EVALUATE.
      *
           WRITE REG-AVS
               INVALID KEY
                   REWRITE REG-AVS
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE.
      *
           IF NOT AVS-CONFERE
               PERFORM 0368-WRITE-DISCREPANCY
           END-IF.
       0365-LOAD-NOTICE-LINE-END. EXIT.

      *    ONE DISCREPANCY LINE - THE ORDER AS PLACED NEXT TO WHAT
      *    THE NOTICE SAYS WAS SENT.
       0368-WRITE-DISCREPANCY SECTION.
           ADD 1 TO WRK-ASX-DIVG.
           MOVE SPACES TO REG-AVR.
           IF WRK-ASX-MOTIVO EQUAL 'NOT ON ANY ORDER OF OURS'
              OR EQUAL 'UNREADABLE NOTICE LINE'
               STRING NUM-PED-ASX '  ' '               '
                      CODIGO-ASX '  ' QTDE-ASX '  '
                      WRK-ASX-MOTIVO '  ' TITULO-ASX(1:25)
                   DELIMITED BY SIZE INTO REG-AVR
           ELSE
               STRING NUM-PED-ASX '  ' CODIGO-PED '  ' QTDE-PED
                      '  ' '   ' CODIGO-ASX '  ' QTDE-ASX '  '
                      WRK-ASX-MOTIVO '  ' TITULO-ASX(1:25)
                   DELIMITED BY SIZE INTO REG-AVR
           END-IF.
           WRITE REG-AVR.
       0368-WRITE-DISCREPANCY-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE PEDIDOS MOVIES DISTRIBS ORCAMENTO JOURNAL.
           CLOSE INTERESSES NOTIFICACOES AVISOS PREVENDAS.
      *
           IF FS-PEDIDOS NOT EQUAL "00"
               MOVE '47ERROR CLOSING ORDERS FILE.' TO WRK-MSG
