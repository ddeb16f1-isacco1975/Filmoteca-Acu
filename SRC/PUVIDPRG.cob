      ******************************************************************
      * FILE NAME   : PUVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MORNING WORKSHEETS OF VIDEOTECA PROGRAM - THE    *
      *               HOLD PULL LIST (WHICH COPY TO TAKE OFF WHICH     *
      *               BAY FOR EACH HOLD THAT CAN NOW BE FILLED) AND    *
      *               THE RE-SHELVING LIST FOR THE RETURNS PILE, BOTH  *
      *               IN BAY ORDER. CONFIRMING THE PULL LIST PUTS THE  *
      *               HOLD ON THE HOLD SHELF AND QUEUES THE PICKUP     *
      *               NOTICE TO THE BORROWER. A TITLE NOT YET ON ITS   *
      *               STREET DATE IS LEFT OFF THE LIST                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDRSS.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDCPS.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDPTS.cpy'. *> SHELF LOCATIONS DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDNFS.cpy'. *> NOTIFICATION QUEUE DAT WORKBOOK
      *
           SELECT SEPARACAO-REL
              ASSIGN       TO 'SEPARACAO-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-SEPARACAO-REL.
      *
           SELECT ARRUMACAO-REL
              ASSIGN       TO 'ARRUMACAO-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-ARRUMACAO-REL.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RESERVAS.
           COPY 'CPVIDRES.cpy'. *> RESERVATIONS DATA FILE
      *
       FD  COPIAS.
           COPY 'CPVIDCOP.cpy'. *> COPY REGISTER DATA FILE
      *
       FD  LOCAIS.
           COPY 'CPVIDPTA.cpy'. *> SHELF LOCATION DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  NOTIFICACOES.
           COPY 'CPVIDNFI.cpy'. *> NOTIFICATION QUEUE DATA FILE
      *
       FD  SEPARACAO-REL.
       01 REG-SPR                PIC X(100).
      *
       FD  ARRUMACAO-REL.
       01 REG-ARR                PIC X(100).
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
           COPY 'CPVIDRSW.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDCPW.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDPTW.cpy'. *> SHELF LOCATIONS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDNFW.cpy'. *> NOTIFICATION QUEUE WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-SEPARACAO-REL         PIC X(02).
       77  FS-ARRUMACAO-REL         PIC X(02).
       77  WRK-POPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
      *    THE BRANCH WHOSE SHELVES ARE BEING WORKED - THE DESK'S
      *    VIDEOTECA-FILIAL, '01' WHEN NOT SET.
       77  WRK-FILIAL               PIC X(02) VALUE '01'.
       77  WRK-FILIAL-TXT           PIC X(02) VALUE SPACES.
       77  WRK-FILIAL-ITEM          PIC X(02) VALUE SPACES.
      *
       77  IDX                      PIC S9(04) COMP VALUE ZERO.
       77  IDY                      PIC S9(04) COMP VALUE ZERO.
       77  IDZ                      PIC S9(04) COMP VALUE ZERO.
       77  WRK-BEST-IDX             PIC S9(04) COMP VALUE ZERO.
       77  WRK-ANY-LEFT             PIC X(01) VALUE 'S'.
       77  WRK-BAI-COUNT            PIC S9(04) COMP VALUE ZERO.
       77  WRK-PRT-COUNT            PIC S9(04) COMP VALUE ZERO.
       77  WRK-SEP-COUNT            PIC S9(04) COMP VALUE ZERO.
       77  WRK-ARR-COUNT            PIC S9(04) COMP VALUE ZERO.
      *
       77  WRK-PILHA-COPIA          PIC 9(03) VALUE ZERO.
       77  WRK-PRAT-COPIA           PIC 9(03) VALUE ZERO.
       77  WRK-PRAT-LOCAL           PIC X(08) VALUE SPACES.
       77  WRK-TOMADA               PIC X(01) VALUE 'N'.
       77  WRK-ORDEM                PIC 9(03) VALUE ZERO.
       77  WRK-BAI-DESC             PIC X(20) VALUE SPACES.
       77  WRK-DESTINO              PIC X(40) VALUE SPACES.
       77  WRK-PRONTA-OK            PIC X(01) VALUE 'N'.
      *
       77  WRK-ESPERA-COUNT         PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-PRONTA-COUNT         PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-FALTA-COUNT          PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-PILHA-COUNT          PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-CNT-EDIT             PIC Z(03)9.
       77  WRK-CNT-EDIT2            PIC Z(03)9.
      *
      *    THE BAYS IN LOCAIS.dat KEY ORDER - A BAY'S PLACE IN THE
      *    TABLE IS ITS PLACE ON THE WALK ROUND THE SHOP.
       01  TAB-BAIAS.
           05 OCC-BAI      OCCURS 200 TIMES.
              10 EL-BAI-COD        PIC X(08).
              10 EL-BAI-DESC       PIC X(20).
      *
      *    COPIES ALREADY WAITING ON THE HOLD SHELF FOR A READY HOLD -
      *    NOT TO BE PULLED A SECOND TIME.
       01  TAB-PRONTAS.
           05 OCC-PRT      OCCURS 500 TIMES.
              10 EL-PRT-CODIGO     PIC 9(05).
              10 EL-PRT-COPIA      PIC 9(03).
      *
      *    ONE ROW PER HOLD THAT CAN BE FILLED THIS MORNING AND THE
      *    COPY ALLOCATED TO IT. EL-SEP-CHAVE IS THE PRINT ORDER: THE
      *    RETURNS PILE (000), THE BAYS IN WALK ORDER, THEN ANY CODE
      *    NOT ON THE MASTER (998).
       01  TAB-SEPARACAO.
           05 OCC-SEP      OCCURS 500 TIMES.
              10 EL-SEP-CHAVE.
                 15 EL-SEP-ORDEM   PIC 9(03).
                 15 EL-SEP-LOCAL   PIC X(08).
                 15 EL-SEP-CODIGO  PIC 9(05).
                 15 EL-SEP-COPIA   PIC 9(03).
              10 EL-SEP-RES        PIC 9(05).
              10 EL-SEP-NOME       PIC X(20).
              10 EL-SEP-PILHA      PIC X(01).
              10 EL-SEP-FEITO      PIC X(01).
      *
      *    THE RETURNS PILE AND WHERE EACH COPY ON IT GOES: H HOLD
      *    SHELF (EL-ARR-SEP POINTS AT THE HOLD), B ITS BAY, I THE
      *    BACK ROOM FOR INSPECTION, X NO LONGER ON THE PILE (LENT
      *    OUT AGAIN STRAIGHT FROM IT) - NOT PRINTED, ONLY CLEARED.
       01  TAB-ARRUMACAO.
           05 OCC-ARR      OCCURS 500 TIMES.
              10 EL-ARR-CHAVE.
                 15 EL-ARR-ORDEM   PIC 9(03).
                 15 EL-ARR-LOCAL   PIC X(08).
                 15 EL-ARR-CODIGO  PIC 9(05).
                 15 EL-ARR-COPIA   PIC 9(03).
              10 EL-ARR-DESTINO    PIC X(01).
              10 EL-ARR-SEP        PIC S9(04) COMP.
              10 EL-ARR-FEITO      PIC X(01).
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-PULMNU.
           05 LINE 06 COLUMN 10 VALUE "+---------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. SEPARACAO  |".
           05 LINE 08 COLUMN 10 VALUE "| 2. CONFIRMAR  |".
           05 LINE 09 COLUMN 10 VALUE "| 3. ARRUMACAO  |".
           05 LINE 10 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 11 COLUMN 10 VALUE "|               |".
           05 LINE 12 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 13 COLUMN 10 VALUE "+---------------+".
           05 LINE 12 COLUMN 23 PIC X(01) USING WRK-POPTION.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'PUVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           ACCEPT WRK-FILIAL-TXT FROM ENVIRONMENT "VIDEOTECA-FILIAL".
           IF WRK-FILIAL-TXT NOT EQUAL SPACES
               MOVE WRK-FILIAL-TXT TO WRK-FILIAL
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
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-RESERVAS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING RESERVATIONS FILE.'
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
           OPEN INPUT LOCAIS.
           IF FS-LOCAIS EQUAL "35"
               OPEN OUTPUT LOCAIS
               CLOSE LOCAIS
               OPEN INPUT LOCAIS
           END-IF.
      *
           OPEN INPUT MOVIES.
           IF FS-MOVIES EQUAL "35"
               OPEN OUTPUT MOVIES
               CLOSE MOVIES
               OPEN INPUT MOVIES
           END-IF.
      *
           OPEN I-O NOTIFICACOES.
           IF FS-NOTIFICA EQUAL "35"
               OPEN OUTPUT NOTIFICACOES
               CLOSE NOTIFICACOES
               OPEN I-O NOTIFICACOES
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
           MOVE " * * *  H O L D   P U L L   L I S T  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE WRK-POPTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-PULMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-PULMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-POPTION EQUAL '2' OR '3'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE '*' TO WRK-POPTION
               END-IF
           END-IF.
      *
           EVALUATE WRK-POPTION
             WHEN '1' PERFORM 0310-PRINT-PULL-LIST
             WHEN '2' PERFORM 0330-CONFIRM-PULL-LIST
             WHEN '3' PERFORM 0350-RESHELVE-LIST
             WHEN '*' CONTINUE
             WHEN '0' MOVE 'N' TO WRK-CONTINUE
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
       0298-IDLE-LOCK-END. EXIT.

      *    WHICH COPY TO TAKE FROM WHERE, IN THE ORDER THE SHOP IS
      *    WALKED - THE RETURNS PILE FIRST, THEN BAY BY BAY.
       0310-PRINT-PULL-LIST SECTION.
           PERFORM 0400-BUILD-ALLOCATION.
      *
           OPEN OUTPUT SEPARACAO-REL.
           MOVE SPACES TO REG-SPR.
           STRING 'VIDEOTECA - HOLD PULL LIST BRANCH ' WRK-FILIAL
                  '   RUN DATE: ' WRK-DATE
               DELIMITED BY SIZE INTO REG-SPR.
           WRITE REG-SPR.
           MOVE SPACES TO REG-SPR.
           STRING 'BAY      WHERE                COPY      TITLE'
                  '                      HOLD   BORROWER'
               DELIMITED BY SIZE INTO REG-SPR.
           WRITE REG-SPR.
           MOVE ALL '-' TO REG-SPR.
           WRITE REG-SPR.
      *
           MOVE 'S' TO WRK-ANY-LEFT.
           PERFORM UNTIL WRK-ANY-LEFT EQUAL 'N'
               PERFORM 0460-NEXT-PICK
               IF WRK-BEST-IDX GREATER ZERO
                   PERFORM 0315-WRITE-PULL-LINE
                   MOVE 'S' TO EL-SEP-FEITO(WRK-BEST-IDX)
               END-IF
           END-PERFORM.
      *
           MOVE SPACES TO REG-SPR.
           WRITE REG-SPR.
           MOVE WRK-SEP-COUNT TO WRK-CNT-EDIT.
           MOVE WRK-ESPERA-COUNT TO WRK-CNT-EDIT2.
           STRING 'COPIES TO PULL: ' WRK-CNT-EDIT
                  '   HOLDS STILL WAITING FOR A COPY: ' WRK-CNT-EDIT2
               DELIMITED BY SIZE INTO REG-SPR.
           WRITE REG-SPR.
           CLOSE SEPARACAO-REL.
      *
           MOVE WRK-SEP-COUNT TO WRK-CNT-EDIT.
           INITIALIZE WRK-MSG.
           STRING '57PULL LIST ON SEPARACAO-REL.TXT: '
                      DELIMITED BY SIZE
                  WRK-CNT-EDIT DELIMITED BY SIZE
                  INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-PRINT-PULL-LIST-END. EXIT.

       0315-WRITE-PULL-LINE SECTION.
           MOVE WRK-BEST-IDX TO IDY.
           PERFORM 0470-READ-TITLE.
           PERFORM 0480-BAY-DESC.
      *
           MOVE SPACES TO REG-SPR.
           STRING EL-SEP-LOCAL(IDY) ' ' WRK-BAI-DESC ' '
                  EL-SEP-CODIGO(IDY) '/' EL-SEP-COPIA(IDY) ' '
                  TITULO(1:25) ' #' EL-SEP-RES(IDY) ' '
                  EL-SEP-NOME(IDY)
               DELIMITED BY SIZE INTO REG-SPR.
           WRITE REG-SPR.
       0315-WRITE-PULL-LINE-END. EXIT.

      *    WALK THE SAME LIST ON THE SCREEN AS THE COPIES COME OFF
      *    THE SHELF. A COPY FOUND GOES ON THE HOLD SHELF - THE HOLD
      *    IS MARKED READY WITH THAT COPY AND THE BORROWER IS SENT THE
      *    PICKUP NOTICE. A COPY NOT FOUND LEAVES THE HOLD QUEUED FOR
      *    THE NEXT LIST.
       0330-CONFIRM-PULL-LIST SECTION.
           PERFORM 0400-BUILD-ALLOCATION.
           MOVE ZERO TO WRK-PRONTA-COUNT WRK-FALTA-COUNT.
      *
           IF WRK-SEP-COUNT EQUAL ZERO
               MOVE '48NO HOLDS CAN BE FILLED FROM THE SHELVES.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'S' TO WRK-ANY-LEFT.
           PERFORM UNTIL WRK-ANY-LEFT EQUAL 'N'
               PERFORM 0460-NEXT-PICK
               IF WRK-BEST-IDX GREATER ZERO
                   PERFORM 0335-CONFIRM-ONE-PICK
                   MOVE 'S' TO EL-SEP-FEITO(WRK-BEST-IDX)
               END-IF
           END-PERFORM.
      *
           MOVE WRK-PRONTA-COUNT TO WRK-CNT-EDIT.
           MOVE WRK-FALTA-COUNT  TO WRK-CNT-EDIT2.
           INITIALIZE WRK-MSG.
           STRING '54HOLDS READY: ' WRK-CNT-EDIT
                  '   NOT PULLED: ' WRK-CNT-EDIT2
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0330-CONFIRM-PULL-LIST-END. EXIT.

       0335-CONFIRM-ONE-PICK SECTION.
           MOVE WRK-BEST-IDX TO IDY.
           PERFORM 0470-READ-TITLE.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY 'TAKE FROM: ' AT LINE 08 COLUMN 10.
           IF EL-SEP-PILHA(IDY) EQUAL 'S'
               DISPLAY 'THE RETURNS PILE' AT LINE 08 COLUMN 21
           ELSE
               PERFORM 0480-BAY-DESC
               DISPLAY EL-SEP-LOCAL(IDY) AT LINE 08 COLUMN 21
               DISPLAY WRK-BAI-DESC AT LINE 08 COLUMN 31
           END-IF.
           DISPLAY 'COPY.....: ' AT LINE 10 COLUMN 10.
           DISPLAY EL-SEP-CODIGO(IDY) AT LINE 10 COLUMN 21.
           DISPLAY '/' AT LINE 10 COLUMN 26.
           DISPLAY EL-SEP-COPIA(IDY) AT LINE 10 COLUMN 27.
           DISPLAY TITULO AT LINE 11 COLUMN 21.
           DISPLAY 'FOR HOLD.: ' AT LINE 13 COLUMN 10.
           DISPLAY EL-SEP-RES(IDY) AT LINE 13 COLUMN 21.
           DISPLAY EL-SEP-NOME(IDY) AT LINE 13 COLUMN 28.
      *
           MOVE '41COPY PULLED (Y/N) - E ENDS THE WALK?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT EQUAL 'E' OR WRK-AWAIT EQUAL 'e'
               MOVE 'N' TO WRK-ANY-LEFT
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               ADD 1 TO WRK-FALTA-COUNT
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0410-MARK-HOLD-READY.
           IF WRK-PRONTA-OK EQUAL 'S'
               ADD 1 TO WRK-PRONTA-COUNT
               IF EL-SEP-PILHA(IDY) EQUAL 'S'
                   MOVE EL-SEP-CODIGO(IDY) TO CODIGO-COP
                   MOVE EL-SEP-COPIA(IDY)  TO NUM-COPIA
                   PERFORM 0420-CLEAR-PILE-FLAG
               END-IF
           ELSE
               ADD 1 TO WRK-FALTA-COUNT
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0335-CONFIRM-ONE-PICK-END. EXIT.

      *    EVERY COPY ON THE RETURNS PILE AND WHERE IT GOES: THE HOLD
      *    SHELF WHEN A HOLD HERE IS WAITING FOR IT, THE BACK ROOM
      *    WHEN THE COMPLAINT DESK FLAGGED IT, OTHERWISE ITS OWN BAY.
      *    ONCE THE PILE IS PUT AWAY THE FLAGS ARE CLEARED, AND THE
      *    HOLDS THAT WENT TO THE HOLD SHELF ARE MARKED READY.
       0350-RESHELVE-LIST SECTION.
           PERFORM 0400-BUILD-ALLOCATION.
           PERFORM 0440-BUILD-PILE.
      *
           OPEN OUTPUT ARRUMACAO-REL.
           MOVE SPACES TO REG-ARR.
           STRING 'VIDEOTECA - RE-SHELVING LIST BRANCH ' WRK-FILIAL
                  '   RUN DATE: ' WRK-DATE
               DELIMITED BY SIZE INTO REG-ARR.
           WRITE REG-ARR.
           MOVE SPACES TO REG-ARR.
           STRING 'COPY      TITLE                           '
                  'GOES TO'
               DELIMITED BY SIZE INTO REG-ARR.
           WRITE REG-ARR.
           MOVE ALL '-' TO REG-ARR.
           WRITE REG-ARR.
      *
           MOVE ZERO TO WRK-PILHA-COUNT.
           MOVE 'S' TO WRK-ANY-LEFT.
           PERFORM UNTIL WRK-ANY-LEFT EQUAL 'N'
               MOVE 'N' TO WRK-ANY-LEFT
               MOVE ZERO TO WRK-BEST-IDX
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX GREATER WRK-ARR-COUNT
                   IF EL-ARR-FEITO(IDX) NOT EQUAL 'S'
                      AND EL-ARR-DESTINO(IDX) NOT EQUAL 'X'
                      AND (WRK-BEST-IDX EQUAL ZERO
                           OR EL-ARR-CHAVE(IDX)
                              LESS EL-ARR-CHAVE(WRK-BEST-IDX))
                       MOVE IDX TO WRK-BEST-IDX
                   END-IF
               END-PERFORM
      *
               IF WRK-BEST-IDX GREATER ZERO
                   MOVE 'S' TO WRK-ANY-LEFT
                   PERFORM 0355-WRITE-RESHELVE-LINE
                   MOVE 'S' TO EL-ARR-FEITO(WRK-BEST-IDX)
               END-IF
           END-PERFORM.
      *
           MOVE SPACES TO REG-ARR.
           WRITE REG-ARR.
           MOVE WRK-PILHA-COUNT TO WRK-CNT-EDIT.
           STRING 'COPIES ON THE PILE: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO REG-ARR.
           WRITE REG-ARR.
           CLOSE ARRUMACAO-REL.
      *
      *    ONLY COPIES LENT OUT AGAIN STRAIGHT FROM THE PILE, IF ANY -
      *    NOTHING TO PUT AWAY, JUST THE FLAGS TO CLEAR.
           IF WRK-PILHA-COUNT EQUAL ZERO
               PERFORM 0360-PUT-AWAY-PILE
               MOVE '48THE RETURNS PILE IS EMPTY.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41LIST ON ARRUMACAO-REL.TXT - PILE PUT AWAY (Y/N)?'
               TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27PILE LEFT AS IT IS.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0360-PUT-AWAY-PILE.
      *
           MOVE WRK-PRONTA-COUNT TO WRK-CNT-EDIT.
           INITIALIZE WRK-MSG.
           STRING '54PILE CLEARED. HOLDS READY ON THE HOLD SHELF: '
                  WRK-CNT-EDIT
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-RESHELVE-LIST-END. EXIT.

       0355-WRITE-RESHELVE-LINE SECTION.
           MOVE WRK-BEST-IDX TO IDX.
           ADD 1 TO WRK-PILHA-COUNT.
           MOVE EL-ARR-CODIGO(IDX) TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '(TITLE NOT ON CATALOGUE)' TO TITULO
           END-READ.
      *
           MOVE SPACES TO WRK-DESTINO.
           EVALUATE EL-ARR-DESTINO(IDX)
             WHEN 'H'
               MOVE EL-ARR-SEP(IDX) TO IDY
               STRING 'HOLD SHELF - #' EL-SEP-RES(IDY) ' '
                      EL-SEP-NOME(IDY)
                   DELIMITED BY SIZE INTO WRK-DESTINO
             WHEN 'I'
               MOVE 'BACK ROOM - INSPECTION' TO WRK-DESTINO
             WHEN OTHER
               MOVE EL-ARR-LOCAL(IDX) TO WRK-PRAT-LOCAL
               PERFORM 0485-FIND-BAY
               STRING 'BAY ' EL-ARR-LOCAL(IDX) ' ' WRK-BAI-DESC
                   DELIMITED BY SIZE INTO WRK-DESTINO
           END-EVALUATE.
      *
           MOVE SPACES TO REG-ARR.
           STRING EL-ARR-CODIGO(IDX) '/' EL-ARR-COPIA(IDX) ' '
                  TITULO(1:30) '  ' WRK-DESTINO
               DELIMITED BY SIZE INTO REG-ARR.
           WRITE REG-ARR.
       0355-WRITE-RESHELVE-LINE-END. EXIT.

      *    THE ALLOCATION BOTH WORKSHEETS SHARE. THE HOLDS ARE TAKEN
      *    IN HOLD-NUMBER ORDER, WHICH IS THE ORDER THEY WERE QUEUED,
      *    AND EACH ACTIVE HOLD COLLECTING AT THIS BRANCH THAT IS NOT
      *    YET ON THE HOLD SHELF GETS ONE AVAILABLE COPY OF ITS TITLE
      *    AT THIS BRANCH - ONE FROM THE RETURNS PILE WHEN THERE IS
      *    ONE, SO NOTHING IS RE-SHELVED ONLY TO BE PULLED AGAIN.
      *    THE PILE IS PUT AWAY - EVERY FLAG ON IT CLEARED, AND EACH
      *    HOLD WHOSE COPY WENT TO THE HOLD SHELF MARKED READY.
       0360-PUT-AWAY-PILE SECTION.
           MOVE ZERO TO WRK-PRONTA-COUNT.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-ARR-COUNT
               IF EL-ARR-DESTINO(IDX) EQUAL 'H'
                   MOVE EL-ARR-SEP(IDX) TO IDY
                   PERFORM 0410-MARK-HOLD-READY
                   IF WRK-PRONTA-OK EQUAL 'S'
                       ADD 1 TO WRK-PRONTA-COUNT
                   END-IF
               END-IF
               MOVE EL-ARR-CODIGO(IDX) TO CODIGO-COP
               MOVE EL-ARR-COPIA(IDX)  TO NUM-COPIA
               PERFORM 0420-CLEAR-PILE-FLAG
           END-PERFORM.
       0360-PUT-AWAY-PILE-END. EXIT.

       0400-BUILD-ALLOCATION SECTION.
           INITIALIZE TAB-BAIAS TAB-PRONTAS TAB-SEPARACAO.
           MOVE ZERO TO WRK-BAI-COUNT WRK-PRT-COUNT WRK-SEP-COUNT
                        WRK-ESPERA-COUNT.
      *
           MOVE LOW-VALUES TO COD-PTA.
           START LOCAIS KEY IS NOT LESS COD-PTA
               INVALID KEY MOVE 10 TO FS-LOCAIS
           END-START.
           IF FS-LOCAIS NOT EQUAL 10
               READ LOCAIS NEXT AT END MOVE 10 TO FS-LOCAIS END-READ
           END-IF.
           PERFORM UNTIL FS-LOCAIS EQUAL 10
                      OR WRK-BAI-COUNT EQUAL 200
               ADD 1 TO WRK-BAI-COUNT
               MOVE COD-PTA  TO EL-BAI-COD(WRK-BAI-COUNT)
               MOVE DESC-PTA TO EL-BAI-DESC(WRK-BAI-COUNT)
               READ LOCAIS NEXT AT END MOVE 10 TO FS-LOCAIS END-READ
           END-PERFORM.
      *
      *    PASS 1 - THE COPIES ALREADY ON THE HOLD SHELF.
           MOVE LOW-VALUES TO NUM-RES.
           START RESERVAS KEY IS NOT LESS NUM-RES
               INVALID KEY MOVE 10 TO FS-RESERVAS
           END-START.
           IF FS-RESERVAS NOT EQUAL 10
               READ RESERVAS NEXT AT END MOVE 10 TO FS-RESERVAS
               END-READ
           END-IF.
           PERFORM UNTIL FS-RESERVAS EQUAL 10
               IF RES-ATIVA AND RES-PRONTA
                  AND COPIA-RES IS NUMERIC
                  AND COPIA-RES GREATER ZERO
                  AND WRK-PRT-COUNT LESS 500
                   ADD 1 TO WRK-PRT-COUNT
                   MOVE CODIGO-RES TO EL-PRT-CODIGO(WRK-PRT-COUNT)
                   MOVE COPIA-RES  TO EL-PRT-COPIA(WRK-PRT-COUNT)
               END-IF
               READ RESERVAS NEXT AT END MOVE 10 TO FS-RESERVAS
               END-READ
           END-PERFORM.
      *
      *    PASS 2 - THE QUEUE.
           MOVE LOW-VALUES TO NUM-RES.
           START RESERVAS KEY IS NOT LESS NUM-RES
               INVALID KEY MOVE 10 TO FS-RESERVAS
           END-START.
           IF FS-RESERVAS NOT EQUAL 10
               READ RESERVAS NEXT AT END MOVE 10 TO FS-RESERVAS
               END-READ
           END-IF.
           PERFORM UNTIL FS-RESERVAS EQUAL 10
               MOVE FILIAL-RES TO WRK-FILIAL-ITEM
               IF WRK-FILIAL-ITEM EQUAL SPACES
                   MOVE '01' TO WRK-FILIAL-ITEM
               END-IF
               IF RES-ATIVA AND NOT RES-PRONTA
                  AND WRK-FILIAL-ITEM EQUAL WRK-FILIAL
                   PERFORM 0430-ALLOCATE-COPY
               END-IF
               READ RESERVAS NEXT AT END MOVE 10 TO FS-RESERVAS
               END-READ
           END-PERFORM.
       0400-BUILD-ALLOCATION-END. EXIT.

      *    PUT THE HOLD IDY POINTS AT ON THE HOLD SHELF, PROVIDED IT IS
      *    STILL WAITING AND ITS COPY IS STILL FREE - SOMEONE AT THE
      *    DESK MAY HAVE MOVED EITHER SINCE THE LIST WAS PRINTED.
      *    WRK-PRONTA-OK COMES BACK 'S' WHEN DONE.
       0410-MARK-HOLD-READY SECTION.
           MOVE 'N' TO WRK-PRONTA-OK.
      *
           MOVE EL-SEP-CODIGO(IDY) TO CODIGO-COP.
           MOVE EL-SEP-COPIA(IDY)  TO NUM-COPIA.
           READ COPIAS
               INVALID KEY
                   MOVE '48COPY NOT ON THE REGISTER - HOLD LEFT QUEUED.'
                       TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           IF NOT COP-DISPONIVEL
               MOVE '43COPY NO LONGER FREE - HOLD LEFT QUEUED.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE EL-SEP-RES(IDY) TO NUM-RES.
           READ RESERVAS
               INVALID KEY
                   MOVE '48HOLD NO LONGER ON FILE.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           IF NOT RES-ATIVA OR RES-PRONTA
               MOVE '43HOLD ALREADY SETTLED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           SET RES-PRONTA TO TRUE.
           MOVE EL-SEP-COPIA(IDY) TO COPIA-RES.
           MOVE WRK-NOW(1:8)      TO DATA-PRONTA-RES.
           REWRITE REG-RES
               INVALID KEY
                   MOVE '42ERROR RECORDING HOLD.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE 'S' TO WRK-PRONTA-OK.
      *
           IF FS-NOTIFICA NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE CODIGO-RES TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE SPACES TO TITULO
           END-READ.
           MOVE NUM-LOC-RES  TO WRK-NTF-LOC.
           MOVE NOME-LOC-RES TO WRK-NTF-NOME.
           MOVE 'R' TO WRK-NTF-TIPO.
           MOVE SPACES TO WRK-NTF-TEXTO.
           STRING 'RESERVED TITLE READY FOR PICKUP - ' TITULO
               DELIMITED BY SIZE INTO WRK-NTF-TEXTO.
           PERFORM 0415-POST-NOTIFICATION.
       0410-MARK-HOLD-READY-END. EXIT.

       0415-POST-NOTIFICATION SECTION.
           COPY 'CPVIDNFP.cpy'. *> POST ONE NOTIFICATION
       0415-POST-NOTIFICATION-END. EXIT.

      *    THE COPY IN CHAVE-COP IS OFF THE RETURNS PILE.
       0420-CLEAR-PILE-FLAG SECTION.
           READ COPIAS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF COP-A-ARRUMAR
               MOVE SPACE TO ARRUMAR-COP
               REWRITE REG-COP
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
       0420-CLEAR-PILE-FLAG-END. EXIT.

      *    FIRST FREE COPY OF THE HOLD'S TITLE ON THE RETURNS PILE, OR
      *    FAILING THAT THE FIRST FREE ONE ON A SHELF. A COPY FLAGGED
      *    FOR INSPECTION IS NOT HANDED OUT. NO COPY - THE HOLD WAITS.
      *    A HOLD TAKEN DURING A STREET-DATE EMBARGO WAITS TOO, UNTIL
      *    THE MORNING THE TITLE STREETS.
       0430-ALLOCATE-COPY SECTION.
           MOVE ZERO   TO WRK-PILHA-COPIA WRK-PRAT-COPIA.
           MOVE SPACES TO WRK-PRAT-LOCAL.
      *
           MOVE CODIGO-RES TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE ZEROES TO DATA-ESTREIA-FIL
           END-READ.
           IF DATA-ESTREIA-FIL IS NUMERIC
              AND DATA-ESTREIA-FIL GREATER WRK-TODAY-NUM
               ADD 1 TO WRK-ESPERA-COUNT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE CODIGO-RES TO CODIGO-COP.
           MOVE ZEROES     TO NUM-COPIA.
           START COPIAS KEY IS NOT LESS CHAVE-COP
               INVALID KEY MOVE 10 TO FS-COPIAS
           END-START.
           IF FS-COPIAS NOT EQUAL 10
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-COPIAS EQUAL 10
                      OR CODIGO-COP NOT EQUAL CODIGO-RES
                      OR WRK-PILHA-COPIA GREATER ZERO
               MOVE FILIAL-COP TO WRK-FILIAL-ITEM
               IF WRK-FILIAL-ITEM EQUAL SPACES
                   MOVE '01' TO WRK-FILIAL-ITEM
               END-IF
               IF COP-DISPONIVEL AND NOT COP-INSPECIONAR
                  AND WRK-FILIAL-ITEM EQUAL WRK-FILIAL
                   PERFORM 0435-CHECK-TAKEN
                   IF WRK-TOMADA EQUAL 'N'
                       IF COP-A-ARRUMAR
                           MOVE NUM-COPIA TO WRK-PILHA-COPIA
                       ELSE
                           IF WRK-PRAT-COPIA EQUAL ZERO
                               MOVE NUM-COPIA TO WRK-PRAT-COPIA
                               MOVE LOCAL-COP TO WRK-PRAT-LOCAL
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-PERFORM.
      *
           IF WRK-PILHA-COPIA EQUAL ZERO AND WRK-PRAT-COPIA EQUAL ZERO
               ADD 1 TO WRK-ESPERA-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WRK-SEP-COUNT EQUAL 500
               ADD 1 TO WRK-ESPERA-COUNT
               EXIT PARAGRAPH
           END-IF.
      *
           ADD 1 TO WRK-SEP-COUNT.
           MOVE CODIGO-RES   TO EL-SEP-CODIGO(WRK-SEP-COUNT).
           MOVE NUM-RES      TO EL-SEP-RES(WRK-SEP-COUNT).
           MOVE NOME-LOC-RES TO EL-SEP-NOME(WRK-SEP-COUNT).
           MOVE 'N'          TO EL-SEP-FEITO(WRK-SEP-COUNT).
           IF WRK-PILHA-COPIA GREATER ZERO
               MOVE ZERO     TO EL-SEP-ORDEM(WRK-SEP-COUNT)
               MOVE 'RETURNS' TO EL-SEP-LOCAL(WRK-SEP-COUNT)
               MOVE WRK-PILHA-COPIA TO EL-SEP-COPIA(WRK-SEP-COUNT)
               MOVE 'S'      TO EL-SEP-PILHA(WRK-SEP-COUNT)
           ELSE
               PERFORM 0485-FIND-BAY
               MOVE WRK-ORDEM      TO EL-SEP-ORDEM(WRK-SEP-COUNT)
               MOVE WRK-PRAT-LOCAL TO EL-SEP-LOCAL(WRK-SEP-COUNT)
               MOVE WRK-PRAT-COPIA TO EL-SEP-COPIA(WRK-SEP-COUNT)
               MOVE 'N'            TO EL-SEP-PILHA(WRK-SEP-COUNT)
           END-IF.
       0430-ALLOCATE-COPY-END. EXIT.

      *    IS THE COPY IN REG-COP ALREADY ON THE HOLD SHELF OR ALREADY
      *    ALLOCATED TO AN EARLIER HOLD IN THIS RUN?
       0435-CHECK-TAKEN SECTION.
           MOVE 'N' TO WRK-TOMADA.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-PRT-COUNT
                      OR WRK-TOMADA EQUAL 'S'
               IF EL-PRT-CODIGO(IDX) EQUAL CODIGO-COP
                  AND EL-PRT-COPIA(IDX) EQUAL NUM-COPIA
                   MOVE 'S' TO WRK-TOMADA
               END-IF
           END-PERFORM.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-SEP-COUNT
                      OR WRK-TOMADA EQUAL 'S'
               IF EL-SEP-CODIGO(IDX) EQUAL CODIGO-COP
                  AND EL-SEP-COPIA(IDX) EQUAL NUM-COPIA
                   MOVE 'S' TO WRK-TOMADA
               END-IF
           END-PERFORM.
       0435-CHECK-TAKEN-END. EXIT.

      *    THE RETURNS PILE AT THIS BRANCH, WITH A DESTINATION FOR
      *    EACH COPY ON IT. THE ALLOCATION MUST ALREADY BE BUILT.
       0440-BUILD-PILE SECTION.
           INITIALIZE TAB-ARRUMACAO.
           MOVE ZERO TO WRK-ARR-COUNT.
      *
           MOVE LOW-VALUES TO CHAVE-COP.
           START COPIAS KEY IS NOT LESS CHAVE-COP
               INVALID KEY MOVE 10 TO FS-COPIAS
           END-START.
           IF FS-COPIAS NOT EQUAL 10
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-COPIAS EQUAL 10
                      OR WRK-ARR-COUNT EQUAL 500
               MOVE FILIAL-COP TO WRK-FILIAL-ITEM
               IF WRK-FILIAL-ITEM EQUAL SPACES
                   MOVE '01' TO WRK-FILIAL-ITEM
               END-IF
               IF COP-A-ARRUMAR AND WRK-FILIAL-ITEM EQUAL WRK-FILIAL
                   PERFORM 0445-ADD-PILE-COPY
               END-IF
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-PERFORM.
       0440-BUILD-PILE-END. EXIT.

       0445-ADD-PILE-COPY SECTION.
           ADD 1 TO WRK-ARR-COUNT.
           MOVE CODIGO-COP TO EL-ARR-CODIGO(WRK-ARR-COUNT).
           MOVE NUM-COPIA  TO EL-ARR-COPIA(WRK-ARR-COUNT).
           MOVE LOCAL-COP  TO EL-ARR-LOCAL(WRK-ARR-COUNT).
           MOVE ZERO       TO EL-ARR-SEP(WRK-ARR-COUNT).
           MOVE 'N'        TO EL-ARR-FEITO(WRK-ARR-COUNT).
      *
           IF NOT COP-DISPONIVEL
               MOVE 'X' TO EL-ARR-DESTINO(WRK-ARR-COUNT)
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM VARYING IDY FROM 1 BY 1
                   UNTIL IDY GREATER WRK-SEP-COUNT
                      OR EL-ARR-SEP(WRK-ARR-COUNT) GREATER ZERO
               IF EL-SEP-PILHA(IDY) EQUAL 'S'
                  AND EL-SEP-CODIGO(IDY) EQUAL CODIGO-COP
                  AND EL-SEP-COPIA(IDY) EQUAL NUM-COPIA
                   MOVE IDY TO EL-ARR-SEP(WRK-ARR-COUNT)
               END-IF
           END-PERFORM.
      *
           EVALUATE TRUE
             WHEN EL-ARR-SEP(WRK-ARR-COUNT) GREATER ZERO
               MOVE 'H'  TO EL-ARR-DESTINO(WRK-ARR-COUNT)
               MOVE ZERO TO EL-ARR-ORDEM(WRK-ARR-COUNT)
             WHEN COP-INSPECIONAR
               MOVE 'I'  TO EL-ARR-DESTINO(WRK-ARR-COUNT)
               MOVE 999  TO EL-ARR-ORDEM(WRK-ARR-COUNT)
             WHEN OTHER
               MOVE 'B'  TO EL-ARR-DESTINO(WRK-ARR-COUNT)
               MOVE LOCAL-COP TO WRK-PRAT-LOCAL
               PERFORM 0485-FIND-BAY
               MOVE WRK-ORDEM TO EL-ARR-ORDEM(WRK-ARR-COUNT)
           END-EVALUATE.
       0445-ADD-PILE-COPY-END. EXIT.

      *    LOWEST UNPRINTED ROW OF THE ALLOCATION IN WALK ORDER, OR
      *    WRK-ANY-LEFT 'N' WHEN THE LIST IS DONE. SELECTION WITHOUT A
      *    SORT, AS IN THE DISTRIBUTOR REPORT.
       0460-NEXT-PICK SECTION.
           MOVE 'N' TO WRK-ANY-LEFT.
           MOVE ZERO TO WRK-BEST-IDX.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-SEP-COUNT
               IF EL-SEP-FEITO(IDX) NOT EQUAL 'S'
                  AND (WRK-BEST-IDX EQUAL ZERO
                       OR EL-SEP-CHAVE(IDX)
                          LESS EL-SEP-CHAVE(WRK-BEST-IDX))
                   MOVE IDX TO WRK-BEST-IDX
               END-IF
           END-PERFORM.
           IF WRK-BEST-IDX GREATER ZERO
               MOVE 'S' TO WRK-ANY-LEFT
           END-IF.
       0460-NEXT-PICK-END. EXIT.

       0470-READ-TITLE SECTION.
           MOVE EL-SEP-CODIGO(IDY) TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '(TITLE NOT ON CATALOGUE)' TO TITULO
           END-READ.
       0470-READ-TITLE-END. EXIT.

       0480-BAY-DESC SECTION.
           IF EL-SEP-PILHA(IDY) EQUAL 'S'
               MOVE 'RETURNS PILE' TO WRK-BAI-DESC
               EXIT PARAGRAPH
           END-IF.
           MOVE EL-SEP-LOCAL(IDY) TO WRK-PRAT-LOCAL.
           PERFORM 0485-FIND-BAY.
       0480-BAY-DESC-END. EXIT.

      *    PLACE OF THE BAY IN WRK-PRAT-LOCAL ON THE WALK, AND ITS
      *    DESCRIPTION. A BLANK CODE OR ONE NOT ON THE MASTER GOES
      *    TO THE END OF THE LIST.
       0485-FIND-BAY SECTION.
           MOVE 998 TO WRK-ORDEM.
           MOVE '(BAY NOT ON MASTER)' TO WRK-BAI-DESC.
           IF WRK-PRAT-LOCAL EQUAL SPACES
               MOVE '(NO BAY ON RECORD)' TO WRK-BAI-DESC
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDZ FROM 1 BY 1
                   UNTIL IDZ GREATER WRK-BAI-COUNT
                      OR WRK-ORDEM LESS 998
               IF EL-BAI-COD(IDZ) EQUAL WRK-PRAT-LOCAL
                   MOVE IDZ TO WRK-ORDEM
                   MOVE EL-BAI-DESC(IDZ) TO WRK-BAI-DESC
               END-IF
           END-PERFORM.
       0485-FIND-BAY-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE COPIAS LOCAIS MOVIES NOTIFICACOES.
           CLOSE RESERVAS.
      *
           IF FS-RESERVAS NOT EQUAL "00"
               MOVE '47ERROR CLOSING RESERVATIONS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-RESERVAS TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING RESERVATIONS FILE.'
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

       END PROGRAM PUVIDPRG.
