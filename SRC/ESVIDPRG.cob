      ******************************************************************
      * FILE NAME   : ESVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : EDITION SPECS ROUTINE OF VIDEOTECA PROGRAM -     *
      *               RECORDS WHAT IS ON THE DISC OF EACH TITLE IN     *
      *               EACH FORMAT (AUDIO LANGUAGES, SUBTITLES, REGION, *
      *               ASPECT RATIO, COMMENTARY AND OTHER EXTRAS), SO   *
      *               THE COUNTER CAN ANSWER "IS THE DVD DUBBED?"      *
      *               WITHOUT FETCHING THE BOX OFF THE SHELF           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDESS.cpy'. *> EDITION SPECS DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPFS.cpy'. *> GAME PLATFORM MASTER DAT WORKBOOK
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EDICOES.
           COPY 'CPVIDESP.cpy'. *> EDITION SPECS DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  PLATAFORMAS.
           COPY 'CPVIDPFR.cpy'. *> GAME PLATFORM MASTER DATA FILE
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDESW.cpy'. *> EDITION SPECS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPFW.cpy'. *> GAME PLATFORM MASTER DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  WRK-EOPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-ITENS                PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-LST-LINE             PIC 9(02) USAGE COMP-3 VALUE 08.
      *
      *    THE TITLE AND FORMAT KEYED FOR THE EDITION BEING WORKED ON.
       77  WRK-FILME                PIC 9(05) VALUE ZERO.
       77  WRK-FORMATO              PIC X(03) VALUE SPACES.
       77  WRK-EDI-NOVA             PIC X(01) VALUE 'N'.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-EDIMNU.
           05 LINE 06 COLUMN 10 VALUE "+---------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. DEFINIR    |".
           05 LINE 08 COLUMN 10 VALUE "| 2. EXCLUIR    |".
           05 LINE 09 COLUMN 10 VALUE "| 3. LISTAR     |".
           05 LINE 10 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 11 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 12 COLUMN 10 VALUE "+---------------+".
           05 LINE 11 COLUMN 23 PIC X(01) USING WRK-EOPTION.
      *
      *    THE SPECS OF ONE EDITION - LANGUAGES ARE TWO-LETTER CODES,
      *    ONE PER BOX, IN THE ORDER THE DISC MENU LISTS THEM.
       01  SCREEN-EDIDET.
           05 LINE 09 COLUMN 12
              VALUE "AUDIO TRACKS.....: [  ] [  ] [  ] [  ]".
           05 LINE 10 COLUMN 12
              VALUE "SUBTITLES........: [  ] [  ] [  ] [  ] [  ] [  ]".
           05 LINE 11 COLUMN 12 VALUE "REGION...........: [   ]".
           05 LINE 12 COLUMN 12 VALUE "ASPECT RATIO.....: [      ]".
           05 LINE 13 COLUMN 12 VALUE "COMMENTARY (S/N).: [ ]".
           05 LINE 14 COLUMN 12 VALUE "OTHER EXTRAS.....: [".
           05 LINE 14 COLUMN 62 VALUE "]".
           05 LINE 09 COLUMN 32 PIC X(02) USING AUDIO-EDI(1).
           05 LINE 09 COLUMN 37 PIC X(02) USING AUDIO-EDI(2).
           05 LINE 09 COLUMN 42 PIC X(02) USING AUDIO-EDI(3).
           05 LINE 09 COLUMN 47 PIC X(02) USING AUDIO-EDI(4).
           05 LINE 10 COLUMN 32 PIC X(02) USING LEGENDA-EDI(1).
           05 LINE 10 COLUMN 37 PIC X(02) USING LEGENDA-EDI(2).
           05 LINE 10 COLUMN 42 PIC X(02) USING LEGENDA-EDI(3).
           05 LINE 10 COLUMN 47 PIC X(02) USING LEGENDA-EDI(4).
           05 LINE 10 COLUMN 52 PIC X(02) USING LEGENDA-EDI(5).
           05 LINE 10 COLUMN 57 PIC X(02) USING LEGENDA-EDI(6).
           05 LINE 11 COLUMN 32 PIC X(03) USING REGIAO-EDI.
           05 LINE 12 COLUMN 32 PIC X(06) USING ASPECTO-EDI.
           05 LINE 13 COLUMN 32 PIC X(01) USING COMENTARIO-EDI.
           05 LINE 14 COLUMN 32 PIC X(30) USING EXTRAS-EDI.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'ESVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O EDICOES.
      *
           IF FS-EDICOES EQUAL "35"
               OPEN OUTPUT EDICOES
               CLOSE EDICOES
               OPEN I-O EDICOES
           END-IF.
      *
           IF FS-EDICOES NOT EQUAL "00"
               MOVE '47ERROR OPENING EDITION FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EDICOES TO WS-ABEND-CODE
               MOVE 'ERROR OPENING EDITION FILE.'
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
      *
           OPEN INPUT PLATAFORMAS.
           IF FS-PLATAFORMAS EQUAL "35"
               OPEN OUTPUT PLATAFORMAS
               CLOSE PLATAFORMAS
               OPEN INPUT PLATAFORMAS
           END-IF.
      *
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE "   * * *  E D I T I O N   S P E C S  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE WRK-EOPTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-EDIMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-EDIMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-EOPTION
             WHEN '1' PERFORM 0310-DEFINE-EDITION
             WHEN '2' PERFORM 0320-DELETE-EDITION
             WHEN '3' PERFORM 0330-LIST-EDITIONS
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

      *    THE TITLE CODE AND FORMAT OF AN EDITION. THE TITLE MUST BE
      *    LIVE ON THE CATALOGUE; A FILM'S FORMAT IS VHS, DVD OR BLU
      *    AND A GAME'S IS A PLATFORM CODE OFF THE PLATFORM MASTER
      *    (A RETIRED ONE STILL DOES - OLD COPIES CARRY IT). ANY
      *    PROBLEM IS LEFT IN WRK-MSG.
       0305-ASK-EDITION SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-FILME.
           MOVE SPACES TO WRK-FORMATO.
           DISPLAY 'MOVIE CODE: [     ]   FORMAT: [   ]'
               AT LINE 16 COLUMN 12.
           ACCEPT WRK-FILME   AT LINE 16 COLUMN 25.
           IF WRK-FILME EQUAL ZEROES
               MOVE '27NO TITLE KEYED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WRK-FORMATO AT LINE 16 COLUMN 43.
           INSPECT WRK-FORMATO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE WRK-FILME TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '48MOVIE CODE NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           IF NOT REG-ATIVO
               MOVE '43TITLE IS DELETED FROM THE CATALOGUE.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           IF MIDIA-JOGO
               MOVE WRK-FORMATO TO COD-PLT
               READ PLATAFORMAS
                   INVALID KEY
                       MOVE '48PLATFORM NOT ON THE PLATFORM MASTER.'
                           TO WRK-MSG
               END-READ
           ELSE
               IF WRK-FORMATO NOT EQUAL 'VHS' AND NOT EQUAL 'DVD'
                                          AND NOT EQUAL 'BLU'
                   MOVE '20FORMAT MUST BE VHS, DVD OR BLU.' TO WRK-MSG
               END-IF
           END-IF.
       0305-ASK-EDITION-END. EXIT.

      *    A NEW EDITION STARTS BLANK; AN EXISTING ONE COMES UP WITH
      *    ITS SPECS FOR CORRECTION. EVERYTHING IS KEPT IN CAPITALS SO
      *    THE INQUIRY SEARCH MATCHES HOWEVER IT WAS KEYED.
       0310-DEFINE-EDITION SECTION.
           PERFORM 0305-ASK-EDITION.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-FILME   TO CODIGO-EDI.
           MOVE WRK-FORMATO TO FORMATO-EDI.
           READ EDICOES
               INVALID KEY
                   MOVE 'S' TO WRK-EDI-NOVA
                   INITIALIZE REG-EDI
                   MOVE WRK-FILME   TO CODIGO-EDI
                   MOVE WRK-FORMATO TO FORMATO-EDI
                   MOVE 'N'         TO COMENTARIO-EDI
               NOT INVALID KEY
                   MOVE 'N' TO WRK-EDI-NOVA
           END-READ.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY 'TITLE: ' AT LINE 07 COLUMN 12.
           DISPLAY CODIGO AT LINE 07 COLUMN 19 COLOR 11 HIGHLIGHT.
           DISPLAY TITULO AT LINE 07 COLUMN 25 COLOR 11 HIGHLIGHT.
           DISPLAY FORMATO-EDI AT LINE 07 COLUMN 71 COLOR 4 HIGHLIGHT.
           DISPLAY SCREEN-EDIDET.
           ACCEPT  SCREEN-EDIDET.
      *
           INSPECT TAB-AUDIO-EDI
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT TAB-LEGENDA-EDI
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT REGIAO-EDI
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT ASPECTO-EDI
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT COMENTARIO-EDI
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT EXTRAS-EDI
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF NOT EDI-COMENTARIO
               MOVE 'N' TO COMENTARIO-EDI
           END-IF.
           MOVE WRK-TODAY-NUM TO DATA-EDI.
           MOVE WRK-OPERATOR  TO OPERADOR-EDI.
      *
           INITIALIZE WRK-MSG.
           IF WRK-EDI-NOVA EQUAL 'S'
               WRITE REG-EDI
                   INVALID KEY
                       MOVE '42ERROR RECORDING EDITION.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '57EDITION RECORDED.' TO WRK-MSG
               END-WRITE
           ELSE
               REWRITE REG-EDI
                   INVALID KEY
                       MOVE '42ERROR RECORDING EDITION.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '54EDITION REPLACED.' TO WRK-MSG
               END-REWRITE
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-DEFINE-EDITION-END. EXIT.

      *    AN EDITION KEYED AGAINST THE WRONG FORMAT IS TAKEN OFF
      *    OUTRIGHT - NOTHING ELSE POINTS AT IT.
       0320-DELETE-EDITION SECTION.
           PERFORM 0305-ASK-EDITION.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-FILME   TO CODIGO-EDI.
           MOVE WRK-FORMATO TO FORMATO-EDI.
           READ EDICOES
               INVALID KEY
                   MOVE '48NO SPECS RECORDED FOR THIS EDITION.'
                       TO WRK-MSG
               NOT INVALID KEY
                   MOVE '41CONFIRM DELETING THESE SPECS (Y/N)?'
                       TO WRK-MSG
                   DISPLAY SCREEN-CONFIRMATION
                   ACCEPT SCREEN-CONFIRMATION-WAIT
                   IF WRK-AWAIT EQUAL 'Y' OR EQUAL 'y'
                       DELETE EDICOES
                           INVALID KEY
                               MOVE '42ERROR DELETING EDITION.'
                                   TO WRK-MSG
                           NOT INVALID KEY
                               MOVE '54EDITION DELETED.' TO WRK-MSG
                       END-DELETE
                   ELSE
                       MOVE '27DELETION CANCELLED.' TO WRK-MSG
                   END-IF
           END-READ.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-DELETE-EDITION-END. EXIT.

      *    EVERY EDITION OF ONE TITLE, ONE LINE EACH, WITH ITS EXTRAS
      *    UNDERNEATH WHEN THERE ARE ANY.
       0330-LIST-EDITIONS SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-FILME.
           DISPLAY 'MOVIE CODE: [     ]' AT LINE 16 COLUMN 12.
           ACCEPT WRK-FILME AT LINE 16 COLUMN 25.
           IF WRK-FILME EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-FILME TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '48MOVIE CODE NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           MOVE ZERO TO WRK-ITENS.
           PERFORM 0338-LIST-HEADER.
           MOVE WRK-FILME   TO CODIGO-EDI.
           MOVE LOW-VALUES  TO FORMATO-EDI.
           START EDICOES KEY IS NOT LESS CHAVE-EDI
               INVALID KEY MOVE 10 TO FS-EDICOES
           END-START.
           IF FS-EDICOES NOT EQUAL 10
               READ EDICOES NEXT AT END MOVE 10 TO FS-EDICOES
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-EDICOES EQUAL 10
                     OR CODIGO-EDI NOT EQUAL WRK-FILME
               IF WRK-LST-LINE GREATER 19
                   MOVE '57MORE EDITIONS - PRESS ENTER.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   INITIALIZE WRK-MSG
                   PERFORM 0338-LIST-HEADER
               END-IF
               ADD 1 TO WRK-ITENS
               PERFORM 0335-EDITION-SUMMARY
               DISPLAY FORMATO-EDI AT LINE WRK-LST-LINE COLUMN 12
                   COLOR 4 HIGHLIGHT
               DISPLAY WRK-EDI-RESUMO(1:56)
                   AT LINE WRK-LST-LINE COLUMN 18 COLOR 11 HIGHLIGHT
               ADD 1 TO WRK-LST-LINE
               IF EXTRAS-EDI NOT EQUAL SPACES
                   DISPLAY EXTRAS-EDI AT LINE WRK-LST-LINE COLUMN 18
                   ADD 1 TO WRK-LST-LINE
               END-IF
               READ EDICOES NEXT AT END MOVE 10 TO FS-EDICOES
               END-READ
           END-PERFORM.
      *
           IF WRK-ITENS EQUAL ZERO
               MOVE '48NO EDITION SPECS FOR THIS TITLE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
           END-IF.
           ACCEPT SCREEN-WAIT.
       0330-LIST-EDITIONS-END. EXIT.

       0335-EDITION-SUMMARY SECTION.
           COPY 'CPVIDESU.cpy'. *> EDITION SUMMARY LINE
       0335-EDITION-SUMMARY-END. EXIT.

       0338-LIST-HEADER SECTION.
           DISPLAY SCREEN-MAIN.
           DISPLAY 'TITLE: ' AT LINE 06 COLUMN 12.
           DISPLAY CODIGO AT LINE 06 COLUMN 19 COLOR 11 HIGHLIGHT.
           DISPLAY TITULO AT LINE 06 COLUMN 25 COLOR 11 HIGHLIGHT.
           DISPLAY 'FMT   AUDIO / SUBTITLES / REGION / ASPECT / EXTRAS'
               AT LINE 07 COLUMN 12.
           MOVE 08 TO WRK-LST-LINE.
       0338-LIST-HEADER-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES PLATAFORMAS EDICOES.
      *
           IF FS-EDICOES NOT EQUAL "00"
               MOVE '47ERROR CLOSING EDITION FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EDICOES TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING EDITION FILE.'
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

       END PROGRAM ESVIDPRG.
