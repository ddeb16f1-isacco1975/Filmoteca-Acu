      ******************************************************************
      * FILE NAME   : EQVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : TITLE TAG ROUTINE OF VIDEOTECA PROGRAM -         *
      *               MAINTAINS THE MASTER OF THEMED COLLECTIONS       *
      *               ("OSCAR", "NATAL", "CULT" ...) THAT CUT ACROSS   *
      *               THE GENRES, TAGS AND UNTAGS TITLES, AND PRINTS   *
      *               THE DISPLAY LIST OF A TAG WITH WHAT IS ON THE    *
      *               SHELF AND IN WHICH BAY, FOR STOCKING THE         *
      *               WEEKEND DISPLAY TABLE                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDEQS.cpy'. *> TITLE TAG MASTER DAT WORKBOOK
           COPY 'CPVIDEFS.cpy'. *> TAGS PER TITLE DAT WORKBOOK
           COPY 'CPVIDCPS.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
      *
           SELECT EXPOSITOR-REL
              ASSIGN       TO 'EXPOSITOR-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-EXPOSITOR-REL.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ETIQUETAS.
           COPY 'CPVIDEQR.cpy'. *> TITLE TAG MASTER DATA FILE
      *
       FD  ETQFILME.
           COPY 'CPVIDEFR.cpy'. *> TAGS PER TITLE DATA FILE
      *
       FD  COPIAS.
           COPY 'CPVIDCOP.cpy'. *> COPY REGISTER DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  EXPOSITOR-REL.
       01 REG-EXR                PIC X(100).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDEQW.cpy'. *> TITLE TAG MASTER DAT WORKBOOK
           COPY 'CPVIDEFW.cpy'. *> TAGS PER TITLE DAT WORKBOOK
           COPY 'CPVIDCPW.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-EXPOSITOR-REL         PIC X(02) VALUE '00'.
       77  WRK-EOPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-ITENS                PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-NA-PRAT              PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-ETQ-TITULOS          PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-CNT-EDIT             PIC Z(03)9.
       77  WRK-QT-EDIT              PIC ZZ9.
       77  WRK-LST-LINE             PIC 9(02) USAGE COMP-3 VALUE 08.
      *
      *    TAGGING ONE TITLE: THE TAG KEYED AND WHETHER THE TITLE IS
      *    STILL BEING WORKED ON.
       77  WRK-FILME                PIC 9(05) VALUE ZERO.
       77  WRK-ETIQUETA             PIC X(10) VALUE SPACES.
       77  WRK-MARCANDO             PIC X(01) VALUE 'N'.
      *
      *    ONE TITLE'S COPIES ON THE DISPLAY LIST - HOW MANY ARE IN
      *    SERVICE, HOW MANY ARE ON THE SHELF NOW, AND THE BAYS THE
      *    SHELF ONES SIT IN (FOUR IS AS MANY AS ANY TITLE IS SPREAD).
       77  WRK-TIT-LIVRES           PIC 9(03) VALUE ZERO.
       77  WRK-TIT-TOTAL            PIC 9(03) VALUE ZERO.
       77  WRK-TIT-BAIAS            PIC X(36) VALUE SPACES.
       77  WRK-BAIA-PTR             PIC 9(02) VALUE 01.
       01  TAB-BAIAS.
           05 OCC-BAIA     OCCURS 4 TIMES.
              10 EL-BAIA           PIC X(08).
       77  WRK-BAIA-COUNT           PIC 9(02) USAGE COMP-3 VALUE ZERO.
       77  WRK-BAIA-IDX             PIC 9(02) USAGE COMP-3 VALUE ZERO.
       77  WRK-BAIA-ACHOU           PIC X(01) VALUE 'N'.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-ETQMNU.
           05 LINE 06 COLUMN 10 VALUE "+---------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. DEFINIR    |".
           05 LINE 08 COLUMN 10 VALUE "| 2. RETIRAR    |".
           05 LINE 09 COLUMN 10 VALUE "| 3. LISTAR     |".
           05 LINE 10 COLUMN 10 VALUE "| 4. MARCAR     |".
           05 LINE 11 COLUMN 10 VALUE "| 5. EXPOSITOR  |".
           05 LINE 12 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 13 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 14 COLUMN 10 VALUE "+---------------+".
           05 LINE 13 COLUMN 23 PIC X(01) USING WRK-EOPTION.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'EQVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O ETIQUETAS.
      *
           IF FS-ETIQUETAS EQUAL "35"
               OPEN OUTPUT ETIQUETAS
               CLOSE ETIQUETAS
               OPEN I-O ETIQUETAS
           END-IF.
      *
           IF FS-ETIQUETAS NOT EQUAL "00"
               MOVE '47ERROR OPENING TAG FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-ETIQUETAS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING TAG FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O ETQFILME.
           IF FS-ETQFILME EQUAL "35"
               OPEN OUTPUT ETQFILME
               CLOSE ETQFILME
               OPEN I-O ETQFILME
           END-IF.
      *
           OPEN INPUT COPIAS.
           IF FS-COPIAS EQUAL "35"
               OPEN OUTPUT COPIAS
               CLOSE COPIAS
               OPEN INPUT COPIAS
           END-IF.
      *
           OPEN INPUT MOVIES.
           IF FS-MOVIES EQUAL "35"
               OPEN OUTPUT MOVIES
               CLOSE MOVIES
               OPEN INPUT MOVIES
           END-IF.
      *
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE "     * * *  T I T L E   T A G S  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE WRK-EOPTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-ETQMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-ETQMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-EOPTION
             WHEN '1' PERFORM 0310-DEFINE-TAG
             WHEN '2' PERFORM 0320-RETIRE-TAG
             WHEN '3' PERFORM 0330-LIST-TAGS
             WHEN '4' PERFORM 0340-TAG-TITLE
             WHEN '5' PERFORM 0350-DISPLAY-LIST
             WHEN '0' MOVE 'N' TO WRK-CONTINUE
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG). WHOEVER
      *    UNLOCKED STAMPS EVERYTHING AFTER.
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
           MOVE LNK-BLQ-ID TO WRK-OPERATOR.
       0298-IDLE-LOCK-END. EXIT.

      *    A NEW CODE IS RECORDED ACTIVE; AN EXISTING ONE HAS ITS
      *    DESCRIPTION REPLACED AND COMES BACK INTO USE IF IT HAD BEEN
      *    RETIRED.
       0310-DEFINE-TAG SECTION.
           INITIALIZE REG-ETQ WRK-MSG.
      *
           DISPLAY 'TAG CODE...: [          ]' AT LINE 16 COLUMN 12.
           DISPLAY 'DESCRIPTION: [' AT LINE 17 COLUMN 12.
           DISPLAY ']' AT LINE 17 COLUMN 56.
           ACCEPT COD-ETQ  AT LINE 16 COLUMN 26.
           ACCEPT DESC-ETQ AT LINE 17 COLUMN 26.
      *
           IF COD-ETQ EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           INSPECT COD-ETQ CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT DESC-ETQ
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF DESC-ETQ EQUAL SPACES
               MOVE COD-ETQ TO DESC-ETQ
           END-IF.
           SET ETQ-ATIVA TO TRUE.
      *
           WRITE REG-ETQ
               INVALID KEY
                   REWRITE REG-ETQ
                       INVALID KEY
                           MOVE '42ERROR RECORDING TAG.' TO WRK-MSG
                       NOT INVALID KEY
                           MOVE '54TAG REPLACED.' TO WRK-MSG
                   END-REWRITE
               NOT INVALID KEY
                   MOVE '57TAG RECORDED.' TO WRK-MSG
           END-WRITE.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-DEFINE-TAG-END. EXIT.

      *    A RETIRED TAG CANNOT BE PUT ON ANY MORE TITLES, BUT THE
      *    TITLES THAT CARRY IT KEEP IT - LAST CHRISTMAS'S COLLECTION
      *    IS THIS CHRISTMAS'S TOO.
       0320-RETIRE-TAG SECTION.
           INITIALIZE REG-ETQ WRK-MSG.
           DISPLAY 'TAG CODE TO RETIRE: [          ]'
               AT LINE 16 COLUMN 12.
           ACCEPT COD-ETQ AT LINE 16 COLUMN 33.
      *
           IF COD-ETQ EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           INSPECT COD-ETQ CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           READ ETIQUETAS
               INVALID KEY
                   MOVE '48TAG CODE NOT ON THE MASTER.' TO WRK-MSG
               NOT INVALID KEY
                   MOVE '41CONFIRM RETIRING THIS TAG (Y/N)?'
                       TO WRK-MSG
                   DISPLAY SCREEN-CONFIRMATION
                   ACCEPT SCREEN-CONFIRMATION-WAIT
                   IF WRK-AWAIT EQUAL 'Y' OR EQUAL 'y'
                       SET ETQ-RETIRADA TO TRUE
                       REWRITE REG-ETQ
                           INVALID KEY
                               MOVE '42ERROR RETIRING TAG.'
                                   TO WRK-MSG
                           NOT INVALID KEY
                               MOVE '54TAG RETIRED.' TO WRK-MSG
                       END-REWRITE
                   ELSE
                       MOVE '27RETIREMENT CANCELLED.' TO WRK-MSG
                   END-IF
           END-READ.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-RETIRE-TAG-END. EXIT.

      *    EVERY TAG WITH HOW MANY TITLES CARRY IT, A PAGE AT A TIME.
       0330-LIST-TAGS SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZERO TO WRK-ITENS.
           PERFORM 0338-LIST-HEADER.
      *
           MOVE LOW-VALUES TO COD-ETQ.
           START ETIQUETAS KEY IS NOT LESS COD-ETQ
               INVALID KEY MOVE 10 TO FS-ETIQUETAS
           END-START.
           IF FS-ETIQUETAS NOT EQUAL 10
               READ ETIQUETAS NEXT AT END MOVE 10 TO FS-ETIQUETAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-ETIQUETAS EQUAL 10
               IF WRK-LST-LINE GREATER 20
                   MOVE '57MORE TAGS - PRESS ENTER.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   INITIALIZE WRK-MSG
                   PERFORM 0338-LIST-HEADER
               END-IF
               ADD 1 TO WRK-ITENS
               PERFORM 0335-COUNT-TAGGED
               DISPLAY COD-ETQ AT LINE WRK-LST-LINE COLUMN 12
                   COLOR 11 HIGHLIGHT
               DISPLAY DESC-ETQ AT LINE WRK-LST-LINE COLUMN 24
                   COLOR 11 HIGHLIGHT
               DISPLAY STATUS-ETQ AT LINE WRK-LST-LINE COLUMN 56
                   COLOR 11 HIGHLIGHT
               MOVE WRK-ETQ-TITULOS TO WRK-CNT-EDIT
               DISPLAY WRK-CNT-EDIT AT LINE WRK-LST-LINE COLUMN 60
                   COLOR 4 HIGHLIGHT
               ADD 1 TO WRK-LST-LINE
               READ ETIQUETAS NEXT AT END MOVE 10 TO FS-ETIQUETAS
               END-READ
           END-PERFORM.
      *
           IF WRK-ITENS EQUAL ZERO
               MOVE '48NO TAGS DEFINED YET.' TO WRK-MSG
               DISPLAY SCREEN-MSG
           END-IF.
           ACCEPT SCREEN-WAIT.
       0330-LIST-TAGS-END. EXIT.

      *    TITLES CARRYING THE TAG IN REG-ETQ, OFF ITS GROUP ON THE
      *    TAGS-PER-TITLE FILE (COUNT LEFT IN WRK-ETQ-TITULOS).
       0335-COUNT-TAGGED SECTION.
           MOVE ZERO    TO WRK-ETQ-TITULOS.
           MOVE COD-ETQ TO COD-ETQ-EFI.
           MOVE ZEROES  TO FILME-EFI.
           START ETQFILME KEY IS NOT LESS CHAVE-EFI
               INVALID KEY MOVE 10 TO FS-ETQFILME
           END-START.
           IF FS-ETQFILME NOT EQUAL 10
               READ ETQFILME NEXT AT END MOVE 10 TO FS-ETQFILME
               END-READ
           END-IF.
           PERFORM UNTIL FS-ETQFILME EQUAL 10
                     OR COD-ETQ-EFI NOT EQUAL COD-ETQ
               ADD 1 TO WRK-ETQ-TITULOS
               READ ETQFILME NEXT AT END MOVE 10 TO FS-ETQFILME
               END-READ
           END-PERFORM.
       0335-COUNT-TAGGED-END. EXIT.

       0338-LIST-HEADER SECTION.
           DISPLAY SCREEN-MAIN.
           DISPLAY 'TAG         DESCRIPTION                     ST'
               AT LINE 07 COLUMN 12.
           DISPLAY 'TITLES' AT LINE 07 COLUMN 58.
           MOVE 08 TO WRK-LST-LINE.
       0338-LIST-HEADER-END. EXIT.

      *    PUTS TAGS ON AND TAKES THEM OFF ONE TITLE. THE TITLE'S TAGS
      *    ARE SHOWN; A TAG IT ALREADY CARRIES IS OFFERED FOR REMOVAL,
      *    ANY OTHER LIVE TAG ON THE MASTER IS ADDED. A BLANK TAG ENDS.
       0340-TAG-TITLE SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-FILME.
           DISPLAY 'MOVIE CODE: [     ]' AT LINE 16 COLUMN 12.
           ACCEPT WRK-FILME AT LINE 16 COLUMN 25.
           IF WRK-FILME EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-FILME TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '48MOVIE CODE NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
           IF NOT REG-ATIVO
               MOVE '43TITLE IS DELETED FROM THE CATALOGUE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'S' TO WRK-MARCANDO.
           PERFORM UNTIL WRK-MARCANDO NOT EQUAL 'S'
               PERFORM 0342-SHOW-TITLE-TAGS
               MOVE SPACES TO WRK-ETIQUETA
               DISPLAY 'TAG TO ADD OR REMOVE (BLANK = DONE): ['
                   AT LINE 20 COLUMN 12
               DISPLAY '          ]' AT LINE 20 COLUMN 50
               ACCEPT WRK-ETIQUETA AT LINE 20 COLUMN 50
               IF WRK-ETIQUETA EQUAL SPACES
                   MOVE 'N' TO WRK-MARCANDO
               ELSE
                   INSPECT WRK-ETIQUETA
                       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   PERFORM 0344-TOGGLE-TAG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
               END-IF
           END-PERFORM.
       0340-TAG-TITLE-END. EXIT.

      *    THE TITLE'S CURRENT TAGS, OFF THE MOVIE-CODE ALTERNATE.
       0342-SHOW-TITLE-TAGS SECTION.
           DISPLAY SCREEN-MAIN.
           DISPLAY 'TITLE: ' AT LINE 07 COLUMN 12.
           DISPLAY CODIGO AT LINE 07 COLUMN 19 COLOR 11 HIGHLIGHT.
           DISPLAY TITULO AT LINE 07 COLUMN 25 COLOR 11 HIGHLIGHT.
           DISPLAY 'TAGS NOW CARRIED:' AT LINE 09 COLUMN 12.
           MOVE 10 TO WRK-LST-LINE.
      *
           MOVE WRK-FILME TO CODIGO-EFI.
           START ETQFILME KEY IS EQUAL CODIGO-EFI
               INVALID KEY MOVE 10 TO FS-ETQFILME
           END-START.
           IF FS-ETQFILME NOT EQUAL 10
               READ ETQFILME NEXT AT END MOVE 10 TO FS-ETQFILME
               END-READ
           END-IF.
           PERFORM UNTIL FS-ETQFILME EQUAL 10
                     OR CODIGO-EFI NOT EQUAL WRK-FILME
                     OR WRK-LST-LINE GREATER 18
               MOVE COD-ETQ-EFI TO COD-ETQ
               READ ETIQUETAS
                   INVALID KEY MOVE SPACES TO DESC-ETQ
               END-READ
               DISPLAY COD-ETQ-EFI AT LINE WRK-LST-LINE COLUMN 14
                   COLOR 11 HIGHLIGHT
               DISPLAY DESC-ETQ AT LINE WRK-LST-LINE COLUMN 26
                   COLOR 11 HIGHLIGHT
               ADD 1 TO WRK-LST-LINE
               READ ETQFILME NEXT AT END MOVE 10 TO FS-ETQFILME
               END-READ
           END-PERFORM.
           IF WRK-LST-LINE EQUAL 10
               DISPLAY '(NONE)' AT LINE 10 COLUMN 14
           END-IF.
       0342-SHOW-TITLE-TAGS-END. EXIT.

       0344-TOGGLE-TAG SECTION.
           INITIALIZE WRK-MSG.
           MOVE WRK-ETIQUETA TO COD-ETQ-EFI.
           MOVE WRK-FILME    TO FILME-EFI.
           READ ETQFILME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE '41REMOVE THIS TAG FROM THE TITLE (Y/N)?'
                       TO WRK-MSG
                   DISPLAY SCREEN-CONFIRMATION
                   ACCEPT SCREEN-CONFIRMATION-WAIT
                   IF WRK-AWAIT EQUAL 'Y' OR EQUAL 'y'
                       DELETE ETQFILME
                           INVALID KEY
                               MOVE '42ERROR REMOVING TAG.' TO WRK-MSG
                           NOT INVALID KEY
                               MOVE '54TAG REMOVED FROM THE TITLE.'
                                   TO WRK-MSG
                       END-DELETE
                   ELSE
                       MOVE '27REMOVAL CANCELLED.' TO WRK-MSG
                   END-IF
                   EXIT PARAGRAPH
           END-READ.
      *
           MOVE WRK-ETIQUETA TO COD-ETQ.
           READ ETIQUETAS
               INVALID KEY
                   MOVE '48TAG CODE NOT ON THE MASTER.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           IF ETQ-RETIRADA
               MOVE '43TAG IS RETIRED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE REG-EFI.
           MOVE WRK-ETIQUETA  TO COD-ETQ-EFI.
           MOVE WRK-FILME     TO FILME-EFI CODIGO-EFI.
           MOVE WRK-TODAY-NUM TO DATA-EFI.
           MOVE WRK-OPERATOR  TO OPERADOR-EFI.
           WRITE REG-EFI
               INVALID KEY
                   MOVE '42ERROR RECORDING TAG.' TO WRK-MSG
               NOT INVALID KEY
                   MOVE '57TAG ADDED TO THE TITLE.' TO WRK-MSG
           END-WRITE.
       0344-TOGGLE-TAG-END. EXIT.

      *    THE DISPLAY LIST OF ONE TAG: EVERY LIVE OWNED TITLE THAT
      *    CARRIES IT, HOW MANY COPIES ARE ON THE SHELF OUT OF HOW MANY
      *    IN SERVICE, AND THE BAYS TO PULL THEM FROM - SO WHOEVER
      *    STOCKS THE DISPLAY TABLE WALKS STRAIGHT TO THEM.
       0350-DISPLAY-LIST SECTION.
           INITIALIZE REG-ETQ WRK-MSG.
           DISPLAY 'TAG CODE FOR THE DISPLAY LIST: [          ]'
               AT LINE 16 COLUMN 12.
           ACCEPT COD-ETQ AT LINE 16 COLUMN 44.
           IF COD-ETQ EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           INSPECT COD-ETQ CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           READ ETIQUETAS
               INVALID KEY
                   MOVE '48TAG CODE NOT ON THE MASTER.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           OPEN OUTPUT EXPOSITOR-REL.
           IF FS-EXPOSITOR-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING EXPOSITOR-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO REG-EXR.
           STRING 'VIDEOTECA - DISPLAY LIST ' COD-ETQ ' ' DESC-ETQ
                  '   RUN DATE: ' WRK-DATE
               DELIMITED BY SIZE INTO REG-EXR.
           WRITE REG-EXR.
           MOVE ALL '-' TO REG-EXR.
           WRITE REG-EXR.
           MOVE SPACES TO REG-EXR.
           STRING 'CODE   TITLE                                     '
                  'SHELF  OF  BAYS'
               DELIMITED BY SIZE INTO REG-EXR.
           WRITE REG-EXR.
      *
           MOVE ZERO TO WRK-ITENS WRK-NA-PRAT.
           MOVE COD-ETQ TO COD-ETQ-EFI.
           MOVE ZEROES  TO FILME-EFI.
           START ETQFILME KEY IS NOT LESS CHAVE-EFI
               INVALID KEY MOVE 10 TO FS-ETQFILME
           END-START.
           IF FS-ETQFILME NOT EQUAL 10
               READ ETQFILME NEXT AT END MOVE 10 TO FS-ETQFILME
               END-READ
           END-IF.
           PERFORM UNTIL FS-ETQFILME EQUAL 10
                     OR COD-ETQ-EFI NOT EQUAL COD-ETQ
               PERFORM 0355-LIST-ONE-TITLE
               READ ETQFILME NEXT AT END MOVE 10 TO FS-ETQFILME
               END-READ
           END-PERFORM.
      *
           MOVE ALL '-' TO REG-EXR.
           WRITE REG-EXR.
           MOVE SPACES TO REG-EXR.
           MOVE WRK-ITENS TO WRK-CNT-EDIT.
           STRING 'TITLES: ' WRK-CNT-EDIT DELIMITED BY SIZE
               INTO REG-EXR.
           MOVE WRK-NA-PRAT TO WRK-CNT-EDIT.
           STRING '   WITH A COPY ON THE SHELF: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO REG-EXR(13:).
           WRITE REG-EXR.
           CLOSE EXPOSITOR-REL.
      *
           MOVE 'EXPOSITO' TO LNK-SPL-NOME.
           MOVE 'EXPOSITOR-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
      *
           MOVE WRK-ITENS TO WRK-CNT-EDIT.
           INITIALIZE WRK-MSG.
           STRING '57PRINTED TO EXPOSITOR-REL.TXT: ' DELIMITED BY SIZE
                  WRK-CNT-EDIT DELIMITED BY SIZE
                  ' TITLE(S).' DELIMITED BY SIZE
               INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-DISPLAY-LIST-END. EXIT.

      *    A TITLE THAT IS GONE FROM THE CATALOGUE, OR ONLY WISHED FOR,
      *    HAS NOTHING TO PUT ON A TABLE AND IS LEFT OFF THE LIST.
       0355-LIST-ONE-TITLE SECTION.
           MOVE FILME-EFI TO CODIGO.
           READ MOVIES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT REG-ATIVO OR NOT ACERVO-POSSUIDO
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0357-TALLY-COPIES.
           ADD 1 TO WRK-ITENS.
           IF WRK-TIT-LIVRES GREATER ZERO
               ADD 1 TO WRK-NA-PRAT
           END-IF.
      *
           MOVE SPACES TO REG-EXR.
           MOVE CODIGO        TO REG-EXR(1:5).
           MOVE TITULO        TO REG-EXR(8:40).
           MOVE WRK-TIT-LIVRES TO WRK-QT-EDIT.
           MOVE WRK-QT-EDIT   TO REG-EXR(51:3).
           MOVE WRK-TIT-TOTAL TO WRK-QT-EDIT.
           MOVE WRK-QT-EDIT   TO REG-EXR(56:3).
           IF WRK-TIT-LIVRES EQUAL ZERO
               MOVE 'ALL OUT'     TO REG-EXR(61:7)
           ELSE
               MOVE WRK-TIT-BAIAS TO REG-EXR(61:36)
           END-IF.
           WRITE REG-EXR.
       0355-LIST-ONE-TITLE-END. EXIT.

      *    THE TITLE'S COPIES OFF THE REGISTER: WITHDRAWN, SOLD AND
      *    RETURNED-TO-DISTRIBUTOR ONES ARE NOT IN SERVICE. EACH BAY A
      *    SHELF COPY SITS IN IS NAMED ONCE; A SHELF COPY WITH NO BAY
      *    ON IT STILL COUNTS.
       0357-TALLY-COPIES SECTION.
           MOVE ZERO   TO WRK-TIT-LIVRES WRK-TIT-TOTAL WRK-BAIA-COUNT.
           MOVE SPACES TO WRK-TIT-BAIAS.
           INITIALIZE TAB-BAIAS.
           MOVE 1      TO WRK-BAIA-PTR.
      *
           MOVE CODIGO TO CODIGO-COP.
           MOVE ZEROES TO NUM-COPIA.
           START COPIAS KEY IS NOT LESS CHAVE-COP
               INVALID KEY MOVE 10 TO FS-COPIAS
           END-START.
           IF FS-COPIAS NOT EQUAL 10
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-COPIAS EQUAL 10
                     OR CODIGO-COP NOT EQUAL CODIGO
               IF NOT COP-BAIXADA AND NOT COP-DEVOLVIDA-DIS
                  AND NOT COP-VENDIDA
                   ADD 1 TO WRK-TIT-TOTAL
                   IF COP-DISPONIVEL
                       ADD 1 TO WRK-TIT-LIVRES
                       IF LOCAL-COP NOT EQUAL SPACES
                           PERFORM 0358-NOTE-BAY
                       END-IF
                   END-IF
               END-IF
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-PERFORM.
       0357-TALLY-COPIES-END. EXIT.

       0358-NOTE-BAY SECTION.
           MOVE 'N' TO WRK-BAIA-ACHOU.
           PERFORM VARYING WRK-BAIA-IDX FROM 1 BY 1
                   UNTIL WRK-BAIA-IDX GREATER WRK-BAIA-COUNT
                      OR WRK-BAIA-ACHOU EQUAL 'S'
               IF EL-BAIA(WRK-BAIA-IDX) EQUAL LOCAL-COP
                   MOVE 'S' TO WRK-BAIA-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-BAIA-ACHOU EQUAL 'S'
              OR WRK-BAIA-COUNT NOT LESS 4
               EXIT PARAGRAPH
           END-IF.
      *
           ADD 1 TO WRK-BAIA-COUNT.
           MOVE LOCAL-COP TO EL-BAIA(WRK-BAIA-COUNT).
           STRING LOCAL-COP DELIMITED BY SPACE
                  ' '       DELIMITED BY SIZE
               INTO WRK-TIT-BAIAS WITH POINTER WRK-BAIA-PTR.
       0358-NOTE-BAY-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE ETQFILME COPIAS MOVIES ETIQUETAS.
      *
           IF FS-ETIQUETAS NOT EQUAL "00"
               MOVE '47ERROR CLOSING TAG FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-ETIQUETAS TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING TAG FILE.'
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

       END PROGRAM EQVIDPRG.
