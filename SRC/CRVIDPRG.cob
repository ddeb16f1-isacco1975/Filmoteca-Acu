           COPY 'CPVIDCPS.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPTS.cpy'. *> SHELF LOCATIONS DAT WORKBOOK
           COPY 'CPVIDPFS.cpy'. *> GAME PLATFORMS DAT WORKBOOK
      *
           COPY 'CPVIDJRS.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDQBS.cpy'. *> LOSS LEDGER WORKBOOK
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
      *
       FD  LOCAIS.
           COPY 'CPVIDPTA.cpy'. *> SHELF LOCATION DATA FILE
      *
       FD  PLATAFORMAS.
           COPY 'CPVIDPFR.cpy'. *> GAME PLATFORM DATA FILE
      *
       FD  QUEBRAS.
           COPY 'CPVIDQBR.cpy'. *> LOSS LEDGER RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDPTW.cpy'. *> SHELF LOCATIONS DAT WORKBOOK
           COPY 'CPVIDPFW.cpy'. *> GAME PLATFORMS DAT WORKBOOK
           COPY 'CPVIDQBW.cpy'. *> LOSS LEDGER WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  WRK-COPTION              PIC X(01) VALUE SPACE.
       77  WRK-COD-ATUAL            PIC 9(05) VALUE ZERO.
       77  WRK-TOT-DISPON           PIC 9(03) VALUE ZERO.
       77  WRK-LST-LINE             PIC 9(02) USAGE COMP-3 VALUE 09.
       77  WRK-COND-ANTES           PIC X(01) VALUE SPACE.
       77  WRK-STATUS-ANTES         PIC X(01) VALUE SPACE.
      *
       LINKAGE SECTION.
           COPY 'CPVIDCPL.cpy'. *> COPY REGISTER LINKAGE
               CLOSE LOCAIS
               OPEN INPUT LOCAIS
           END-IF.
      *
      *    PLATFORM MASTER (MAINTAINED IN PFVIDPRG) - CONSULT ONLY, A
      *    GAME COPY'S FORMAT MUST BE ONE OF ITS ACTIVE CONSOLES.
           OPEN INPUT PLATAFORMAS.
           IF FS-PLATAFORMAS EQUAL "35"
               OPEN OUTPUT PLATAFORMAS
               CLOSE PLATAFORMAS
               OPEN INPUT PLATAFORMAS
           END-IF.
      *
           OPEN EXTEND QUEBRAS.
           IF FS-QUEBRAS EQUAL "35"
               OPEN OUTPUT QUEBRAS
           END-IF.
      *
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
       0100-OPEN-DATA-END. EXIT.

      *    A CALLER (ALVIDPRG'S EDIT FLOW) CAN HAND OVER THE MOVIE
           PERFORM 0305-LIST-COPIES.
           INITIALIZE WRK-COPTION.
           DISPLAY SCREEN-COPMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-COPMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-COPTION
             WHEN '1' PERFORM 0310-ADD-COPY
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG). WHOEVER
      *    UNLOCKED STAMPS EVERYTHING AFTER.
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
           MOVE LNK-BLQ-ID TO WRK-OPERATOR.
       0298-IDLE-LOCK-END. EXIT.

      *    LISTS THE TITLE'S COPIES DOWN THE LEFT OF THE SCREEN AND,
      *    AS A BY-PRODUCT, LEAVES THE HIGHEST COPY NUMBER AND THE
      *    LIVE/AVAILABLE COUNTS FOR THE OTHER OPTIONS TO USE.
       0305-LIST-COPIES SECTION.
           MOVE ZERO TO WRK-COPIA-MAX WRK-TOT-COPIAS WRK-TOT-DISPON.
           MOVE 09 TO WRK-LST-LINE.
           DISPLAY 'NUM  FMT COND SHELF    ST FIL I'
               AT LINE 08 COLUMN 03.
      *
           MOVE WRK-COD-ATUAL TO CODIGO-COP.
                       COLOR 11 HIGHLIGHT
                   DISPLAY FILIAL-COP AT LINE WRK-LST-LINE COLUMN 29
                       COLOR 11 HIGHLIGHT
                   DISPLAY INSPECAO-COP AT LINE WRK-LST-LINE COLUMN 32
                       COLOR 11 HIGHLIGHT
                   ADD 1 TO WRK-LST-LINE
               END-IF
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           INITIALIZE REG-COP WRK-MSG.
           MOVE WRK-COD-ATUAL TO CODIGO-COP.
           COMPUTE NUM-COPIA = WRK-COPIA-MAX + 1.
           IF MIDIA-JOGO
               MOVE SPACES TO FORMATO-COP
           ELSE
               MOVE 'DVD' TO FORMATO-COP
           END-IF.
           SET CONDICAO-BOA  TO TRUE.
           SET COP-DISPONIVEL TO TRUE.
           MOVE '01' TO FILIAL-COP.
           ACCEPT  SCREEN-COPEDT-DDS.
      *
           PERFORM 0315-VALIDATE-LOCAL.
           IF WRK-MSG-TEXT EQUAL SPACES
               PERFORM 0316-VALIDATE-PLATFORM
           END-IF.
           IF WRK-MSG-TEXT EQUAL SPACES
               WRITE REG-COP
                   INVALID KEY
                   IF CONDICAO-COP NOT EQUAL WRK-COND-ANTES
                       MOVE WRK-NOW(1:8) TO DATA-COND-COP
                   END-IF
      *            ALTERING A COPY FLAGGED FOR INSPECTION IS THE
      *            INSPECTION - THE FLAG COMES OFF AND THE FAULT COUNT
      *            STARTS AGAIN FROM TODAY.
                   IF COP-INSPECIONAR
                       MOVE SPACE TO INSPECAO-COP
                       MOVE WRK-NOW(1:8) TO DATA-COND-COP
                   END-IF
                   PERFORM 0315-VALIDATE-LOCAL
                   IF WRK-MSG-TEXT EQUAL SPACES
                       PERFORM 0316-VALIDATE-PLATFORM
                   END-IF
                   IF WRK-MSG-TEXT EQUAL SPACES
                       REWRITE REG-COP
                           INVALID KEY
           END-READ.
       0315-VALIDATE-LOCAL-END. EXIT.

      *    A GAME COPY'S FORMAT IS THE CONSOLE IT PLAYS ON, AND THAT
      *    MUST BE AN ACTIVE PLATFORM - IT IS WHAT THE COUNTER ASKS
      *    FOR AT CHECKOUT. FILM COPIES KEEP THEIR VHS/DVD/BLU CODES.
       0316-VALIDATE-PLATFORM SECTION.
           IF NOT MIDIA-JOGO
               EXIT PARAGRAPH
           END-IF.
      *
           INSPECT FORMATO-COP
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE FORMATO-COP TO COD-PLT.
           READ PLATAFORMAS
               INVALID KEY
                   MOVE '48PLATFORM CODE NOT ON THE PLATFORM MASTER.'
                       TO WRK-MSG
               NOT INVALID KEY
                   IF PLT-RETIRADA
                       MOVE '43PLATFORM IS RETIRED.' TO WRK-MSG
                   END-IF
           END-READ.
       0316-VALIDATE-PLATFORM-END. EXIT.

      *    A LOST, SCRAPPED OR SOLD COPY IS WRITTEN OFF, NOT DELETED
      *    - THE ROW STAYS FOR THE HISTORY, IT JUST STOPS COUNTING
      *    TOWARDS THE POOL.
                   ACCEPT SCREEN-CONFIRMATION-WAIT
      *
                   IF WRK-AWAIT EQUAL 'Y' OR EQUAL 'y'
                       MOVE COP-STATUS TO WRK-STATUS-ANTES
                       SET COP-BAIXADA TO TRUE
                       REWRITE REG-COP
                           INVALID KEY
                               MOVE '42EDIT ERROR.' TO WRK-MSG
                           NOT INVALID KEY
                               MOVE '54COPY WRITTEN OFF.' TO WRK-MSG
                               PERFORM 0335-RECORD-LOSS
                       END-REWRITE
                   ELSE
                       MOVE '27WRITE-OFF CANCELLED.' TO WRK-MSG
           ACCEPT SCREEN-WAIT.
       0330-WRITE-OFF-COPY-END. EXIT.

      *    A COPY STILL IN STOCK GOING OUT OF SERVICE IS A LOSS FOR
      *    THE LOSS REPORT (QBVIDPRG). ONE ALREADY OFF THE SHELF FOR
      *    GOOD - WRITTEN OFF, SOLD OR BACK WITH THE DISTRIBUTOR - IS
      *    NOT COUNTED A SECOND TIME.
       0335-RECORD-LOSS SECTION.
           IF WRK-STATUS-ANTES EQUAL 'X' OR EQUAL 'S'
                                       OR EQUAL 'V'
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE REG-QBR.
           MOVE WRK-NOW(1:8)  TO DATA-QBR.
           SET QBR-BAIXA      TO TRUE.
           MOVE FILIAL-COP    TO FILIAL-QBR.
           IF FILIAL-QBR EQUAL SPACES
               MOVE '01' TO FILIAL-QBR
           END-IF.
           MOVE CODIGO-COP    TO CODIGO-QBR.
           MOVE NUM-COPIA     TO NUM-COPIA-QBR.
           MOVE FORMATO-COP   TO FORMATO-QBR.
           MOVE 1             TO QTDE-QBR.
           MOVE WRK-OPERATOR  TO OPERADOR-QBR.
           WRITE REG-QBR.
       0335-RECORD-LOSS-END. EXIT.

      *    THE POOL COUNTERS ON THE MOVIE RECORD BECOME DERIVED
      *    VALUES: COPIES = LIVE ROWS ON THE REGISTER, AVAILABLE =
      *    ROWS SITTING ON THE SHELF. RUN AFTER ANY REGISTER CHANGE
       0345-JOURNAL-POOL-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE COPIAS MOVIES JOURNAL LOCAIS PLATAFORMAS QUEBRAS.
      *
           IF FS-COPIAS NOT EQUAL "00"
               MOVE '47ERROR CLOSING COPY REGISTER FILE.' TO WRK-MSG
