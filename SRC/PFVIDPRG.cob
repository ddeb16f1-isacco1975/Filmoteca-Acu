      ******************************************************************
      * FILE NAME   : PFVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : GAME PLATFORM ROUTINE OF VIDEOTECA PROGRAM -     *
      *               MAINTAINS THE MASTER OF CONSOLE CODES A GAME     *
      *               COPY IS REGISTERED UNDER, AND ANSWERS THE        *
      *               COUNTER'S "HAVE YOU GOT IT FOR ..." QUESTION BY  *
      *               PLATFORM, PLATFORM FAMILY OR FILM FORMAT         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PFVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDPFS.cpy'. *> GAME PLATFORMS DAT WORKBOOK
           COPY 'CPVIDCPS.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PLATAFORMAS.
           COPY 'CPVIDPFR.cpy'. *> GAME PLATFORM DATA FILE
      *
       FD  COPIAS.
           COPY 'CPVIDCOP.cpy'. *> COPY REGISTER DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDPFW.cpy'. *> GAME PLATFORMS DAT WORKBOOK
           COPY 'CPVIDCPW.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  WRK-FOPTION              PIC X(01) VALUE SPACE.
       77  WRK-ITENS                PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-CNT-EDIT             PIC Z(03)9.
       77  WRK-QT-EDIT              PIC ZZ9.
       77  WRK-LST-LINE             PIC 9(02) USAGE COMP-3 VALUE 08.
      *
      *    AVAILABILITY QUERY: WHAT THE CUSTOMER ASKED FOR (A PLATFORM
      *    CODE, A FAMILY SUCH AS PLAYSTATION, OR A FILM FORMAT SUCH
      *    AS DVD) AND AN OPTIONAL PIECE OF THE TITLE.
       77  WRK-ALVO                 PIC X(12) VALUE SPACES.
       77  WRK-TRECHO               PIC X(20) VALUE SPACES.
       77  WRK-TRECHO-TAM           PIC 9(02) VALUE ZERO.
       77  WRK-ACHOU                PIC 9(03) VALUE ZERO.
       77  WRK-CASA                 PIC X(01) VALUE 'N'.
      *
      *    ONE TITLE'S TALLY WHILE ITS REGISTER ROWS GO PAST - THE
      *    REGISTER IS KEYED TITLE FIRST, SO A CHANGE OF CODIGO-COP
      *    CLOSES THE TITLE OFF.
       77  WRK-COD-CORRENTE         PIC 9(05) VALUE ZERO.
       77  WRK-TIT-LIVRES           PIC 9(03) VALUE ZERO.
       77  WRK-TIT-TOTAL            PIC 9(03) VALUE ZERO.
       77  WRK-TIT-FMTS             PIC X(16) VALUE SPACES.
       77  WRK-FMT-PTR              PIC 9(02) VALUE 01.
      *
      *    THE PLATFORM MASTER IN MEMORY FOR THE FAMILY MATCH - FIFTY
      *    CONSOLES IS MORE THAN ANY SHOP WILL EVER STOCK.
       01  TAB-PLATAFORMAS.
           05 OCC-PLT      OCCURS 50 TIMES.
              10 EL-PLT-COD        PIC X(03).
              10 EL-PLT-FAM        PIC X(12).
       77  WRK-PLT-COUNT            PIC 9(02) USAGE COMP-3 VALUE ZERO.
       77  WRK-PLT-IDX              PIC 9(02) USAGE COMP-3 VALUE ZERO.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-PLTMNU.
           05 LINE 06 COLUMN 10 VALUE "+---------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. DEFINIR    |".
           05 LINE 08 COLUMN 10 VALUE "| 2. RETIRAR    |".
           05 LINE 09 COLUMN 10 VALUE "| 3. LISTAR     |".
           05 LINE 10 COLUMN 10 VALUE "| 4. DISPONIVEL |".
           05 LINE 11 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 12 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 13 COLUMN 10 VALUE "+---------------+".
           05 LINE 12 COLUMN 23 PIC X(01) USING WRK-FOPTION.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'PFVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O PLATAFORMAS.
      *
           IF FS-PLATAFORMAS EQUAL "35"
               OPEN OUTPUT PLATAFORMAS
               CLOSE PLATAFORMAS
               OPEN I-O PLATAFORMAS
           END-IF.
      *
           IF FS-PLATAFORMAS NOT EQUAL "00"
               MOVE '47ERROR OPENING PLATFORM FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PLATAFORMAS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING PLATFORM FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
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
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE "  * * *  G A M E   P L A T F O R M S  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           INITIALIZE WRK-FOPTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-PLTMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-PLTMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-FOPTION
             WHEN '1' PERFORM 0310-DEFINE-PLATFORM
             WHEN '2' PERFORM 0320-RETIRE-PLATFORM
             WHEN '3' PERFORM 0330-LIST-PLATFORMS
             WHEN '4' PERFORM 0340-AVAILABILITY
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

      *    A NEW CODE IS RECORDED ACTIVE; AN EXISTING ONE HAS ITS
      *    DESCRIPTION AND FAMILY REPLACED AND COMES BACK INTO USE IF
      *    IT HAD BEEN RETIRED.
       0310-DEFINE-PLATFORM SECTION.
           INITIALIZE REG-PLT WRK-MSG.
      *
           DISPLAY 'PLATFORM CODE: [   ]  DESCRIPTION: ['
               AT LINE 16 COLUMN 12.
           DISPLAY '                    ]' AT LINE 16 COLUMN 48.
           DISPLAY 'FAMILY.......: [            ]'
               AT LINE 17 COLUMN 12.
           ACCEPT COD-PLT     AT LINE 16 COLUMN 28.
           ACCEPT DESC-PLT    AT LINE 16 COLUMN 48.
           ACCEPT FAMILIA-PLT AT LINE 17 COLUMN 28.
      *
           IF COD-PLT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           INSPECT COD-PLT CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT FAMILIA-PLT
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
      *    THE FILM FORMATS ARE NOT CONSOLES - A GAME COPY MUST NEVER
      *    BE MISTAKEN FOR A FILM ONE ON THE SHELF QUERY.
           IF COD-PLT EQUAL 'VHS' OR EQUAL 'DVD' OR EQUAL 'BLU'
               MOVE '20FILM FORMAT CODES CANNOT BE PLATFORMS.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           IF FAMILIA-PLT EQUAL SPACES
               MOVE DESC-PLT TO FAMILIA-PLT
           END-IF.
           SET PLT-ATIVA TO TRUE.
      *
           WRITE REG-PLT
               INVALID KEY
                   REWRITE REG-PLT
                       INVALID KEY
                           MOVE '42ERROR RECORDING PLATFORM.' TO WRK-MSG
                       NOT INVALID KEY
                           MOVE '54PLATFORM REPLACED.' TO WRK-MSG
                   END-REWRITE
               NOT INVALID KEY
                   MOVE '57PLATFORM RECORDED.' TO WRK-MSG
           END-WRITE.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-DEFINE-PLATFORM-END. EXIT.

      *    A RETIRED PLATFORM TAKES NO NEW COPIES IN CRVIDPRG, BUT THE
      *    ROW STAYS - THE COPIES ALREADY ON THE REGISTER STILL CARRY
      *    ITS CODE AND STILL GO OUT.
       0320-RETIRE-PLATFORM SECTION.
           INITIALIZE REG-PLT WRK-MSG.
           DISPLAY 'PLATFORM CODE TO RETIRE: [   ]'
               AT LINE 16 COLUMN 12.
           ACCEPT COD-PLT AT LINE 16 COLUMN 38.
      *
           IF COD-PLT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           INSPECT COD-PLT CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           READ PLATAFORMAS
               INVALID KEY
                   MOVE '48PLATFORM CODE NOT ON THE MASTER.' TO WRK-MSG
               NOT INVALID KEY
                   MOVE '41CONFIRM RETIRING THIS PLATFORM (Y/N)?'
                       TO WRK-MSG
                   DISPLAY SCREEN-CONFIRMATION
                   ACCEPT SCREEN-CONFIRMATION-WAIT
                   IF WRK-AWAIT EQUAL 'Y' OR EQUAL 'y'
                       SET PLT-RETIRADA TO TRUE
                       REWRITE REG-PLT
                           INVALID KEY
                               MOVE '42ERROR RETIRING PLATFORM.'
                                   TO WRK-MSG
                           NOT INVALID KEY
                               MOVE '54PLATFORM RETIRED.' TO WRK-MSG
                       END-REWRITE
                   ELSE
                       MOVE '27RETIREMENT CANCELLED.' TO WRK-MSG
                   END-IF
           END-READ.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-RETIRE-PLATFORM-END. EXIT.

       0330-LIST-PLATFORMS SECTION.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-MAIN.
           DISPLAY 'CODE DESCRIPTION          FAMILY       ST'
               AT LINE 07 COLUMN 12.
           MOVE 08 TO WRK-LST-LINE.
      *
           MOVE LOW-VALUES TO COD-PLT.
           START PLATAFORMAS KEY IS NOT LESS COD-PLT
               INVALID KEY MOVE 10 TO FS-PLATAFORMAS
           END-START.
           IF FS-PLATAFORMAS NOT EQUAL 10
               READ PLATAFORMAS NEXT AT END MOVE 10 TO FS-PLATAFORMAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PLATAFORMAS EQUAL 10
                     OR WRK-LST-LINE GREATER 21
               DISPLAY COD-PLT AT LINE WRK-LST-LINE COLUMN 12
                   COLOR 11 HIGHLIGHT
               DISPLAY DESC-PLT AT LINE WRK-LST-LINE COLUMN 17
                   COLOR 11 HIGHLIGHT
               DISPLAY FAMILIA-PLT AT LINE WRK-LST-LINE COLUMN 38
                   COLOR 11 HIGHLIGHT
               DISPLAY STATUS-PLT AT LINE WRK-LST-LINE COLUMN 51
                   COLOR 11 HIGHLIGHT
               ADD 1 TO WRK-LST-LINE
               READ PLATAFORMAS NEXT AT END MOVE 10 TO FS-PLATAFORMAS
               END-READ
           END-PERFORM.
      *
           IF WRK-LST-LINE EQUAL 08
               MOVE '48NO PLATFORMS DEFINED YET.' TO WRK-MSG
               DISPLAY SCREEN-MSG
           END-IF.
           ACCEPT SCREEN-WAIT.
       0330-LIST-PLATFORMS-END. EXIT.

      *    THE COUNTER QUESTION. THE CUSTOMER NAMES A CONSOLE ("PS5"),
      *    A FAMILY ("PLAYSTATION") OR A FILM FORMAT ("DVD") AND MAYBE
      *    A PIECE OF THE TITLE; EVERY TITLE WITH A LIVE COPY ON THAT
      *    PLATFORM OR FORMAT COMES BACK WITH HOW MANY ARE ON THE
      *    SHELF NOW AND WHICH CODES THOSE ARE.
       0340-AVAILABILITY SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZERO   TO WRK-ITENS.
           MOVE SPACES TO WRK-ALVO WRK-TRECHO.
      *
           DISPLAY 'PLATFORM, FAMILY OR FORMAT: [            ]'
               AT LINE 16 COLUMN 12.
           DISPLAY 'TITLE CONTAINS (OPTIONAL).: ['
               AT LINE 17 COLUMN 12.
           DISPLAY '                    ]' AT LINE 17 COLUMN 41.
           ACCEPT WRK-ALVO   AT LINE 16 COLUMN 41.
           ACCEPT WRK-TRECHO AT LINE 17 COLUMN 41.
      *
           IF WRK-ALVO EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           INSPECT WRK-ALVO CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-TRECHO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE ZERO TO WRK-TRECHO-TAM.
           INSPECT WRK-TRECHO TALLYING WRK-TRECHO-TAM
               FOR CHARACTERS BEFORE INITIAL '  '.
      *
           PERFORM 0342-LOAD-PLATFORMS.
           PERFORM 0348-AVAILABILITY-HEADER.
      *
           MOVE ZERO TO WRK-COD-CORRENTE.
           MOVE LOW-VALUES TO CHAVE-COP.
           START COPIAS KEY IS NOT LESS CHAVE-COP
               INVALID KEY MOVE 10 TO FS-COPIAS
           END-START.
           IF FS-COPIAS NOT EQUAL 10
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-COPIAS EQUAL 10
               IF CODIGO-COP NOT EQUAL WRK-COD-CORRENTE
                   IF WRK-COD-CORRENTE NOT EQUAL ZERO
                       PERFORM 0346-CLOSE-TITLE
                   END-IF
                   MOVE CODIGO-COP TO WRK-COD-CORRENTE
                   MOVE ZERO   TO WRK-TIT-LIVRES WRK-TIT-TOTAL
                   MOVE SPACES TO WRK-TIT-FMTS
                   MOVE 1      TO WRK-FMT-PTR
               END-IF
               IF NOT COP-BAIXADA AND NOT COP-DEVOLVIDA-DIS
                  AND NOT COP-VENDIDA
                   PERFORM 0344-MATCH-COPY
               END-IF
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-PERFORM.
           IF WRK-COD-CORRENTE NOT EQUAL ZERO
               PERFORM 0346-CLOSE-TITLE
           END-IF.
      *
           IF WRK-ITENS EQUAL ZERO
               MOVE '48NOTHING ON THAT PLATFORM OR FORMAT.' TO WRK-MSG
           ELSE
               MOVE WRK-ITENS TO WRK-CNT-EDIT
               STRING '57TITLES FOUND: ' DELIMITED BY SIZE
                      WRK-CNT-EDIT DELIMITED BY SIZE
                   INTO WRK-MSG
           END-IF.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0340-AVAILABILITY-END. EXIT.

       0342-LOAD-PLATFORMS SECTION.
           MOVE ZERO TO WRK-PLT-COUNT.
           INITIALIZE TAB-PLATAFORMAS.
      *
           MOVE LOW-VALUES TO COD-PLT.
           START PLATAFORMAS KEY IS NOT LESS COD-PLT
               INVALID KEY MOVE 10 TO FS-PLATAFORMAS
           END-START.
           IF FS-PLATAFORMAS NOT EQUAL 10
               READ PLATAFORMAS NEXT AT END MOVE 10 TO FS-PLATAFORMAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PLATAFORMAS EQUAL 10
                     OR WRK-PLT-COUNT NOT LESS 50
               ADD 1 TO WRK-PLT-COUNT
               MOVE COD-PLT     TO EL-PLT-COD(WRK-PLT-COUNT)
               MOVE FAMILIA-PLT TO EL-PLT-FAM(WRK-PLT-COUNT)
               READ PLATAFORMAS NEXT AT END MOVE 10 TO FS-PLATAFORMAS
               END-READ
           END-PERFORM.
       0342-LOAD-PLATFORMS-END. EXIT.

      *    A COPY MATCHES ON ITS OWN CODE (PLATFORM OR FILM FORMAT)
      *    OR ON THE FAMILY ITS PLATFORM BELONGS TO.
       0344-MATCH-COPY SECTION.
           MOVE 'N' TO WRK-CASA.
           IF FORMATO-COP EQUAL WRK-ALVO
               MOVE 'S' TO WRK-CASA
           ELSE
               PERFORM VARYING WRK-PLT-IDX FROM 1 BY 1
                       UNTIL WRK-PLT-IDX GREATER WRK-PLT-COUNT
                          OR WRK-CASA EQUAL 'S'
                   IF EL-PLT-COD(WRK-PLT-IDX) EQUAL FORMATO-COP
                      AND EL-PLT-FAM(WRK-PLT-IDX) EQUAL WRK-ALVO
                       MOVE 'S' TO WRK-CASA
                   END-IF
               END-PERFORM
           END-IF.
      *
           IF WRK-CASA NOT EQUAL 'S'
               EXIT PARAGRAPH
           END-IF.
      *
           ADD 1 TO WRK-TIT-TOTAL.
           IF COP-DISPONIVEL
               ADD 1 TO WRK-TIT-LIVRES
               MOVE ZERO TO WRK-ACHOU
               INSPECT WRK-TIT-FMTS TALLYING WRK-ACHOU
                   FOR ALL FORMATO-COP
               IF WRK-ACHOU EQUAL ZERO AND WRK-FMT-PTR LESS 14
                   STRING FORMATO-COP ' ' DELIMITED BY SIZE
                       INTO WRK-TIT-FMTS WITH POINTER WRK-FMT-PTR
               END-IF
           END-IF.
       0344-MATCH-COPY-END. EXIT.

      *    ONE LINE PER TITLE THAT HAD A MATCHING COPY, IF THE TITLE IS
      *    LIVE AND CARRIES THE PIECE OF NAME ASKED FOR.
       0346-CLOSE-TITLE SECTION.
           IF WRK-TIT-TOTAL EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-COD-CORRENTE TO CODIGO.
           READ MOVIES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT REG-ATIVO
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-TRECHO-TAM GREATER ZERO
               MOVE ZERO TO WRK-ACHOU
               INSPECT TITULO TALLYING WRK-ACHOU
                   FOR ALL WRK-TRECHO(1:WRK-TRECHO-TAM)
               IF WRK-ACHOU EQUAL ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *
           IF WRK-LST-LINE GREATER 20
               MOVE '57MORE TITLES - PRESS ENTER.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               INITIALIZE WRK-MSG
               PERFORM 0348-AVAILABILITY-HEADER
           END-IF.
      *
           ADD 1 TO WRK-ITENS.
           DISPLAY WRK-COD-CORRENTE AT LINE WRK-LST-LINE COLUMN 03
               COLOR 11 HIGHLIGHT.
           DISPLAY TITULO(1:36) AT LINE WRK-LST-LINE COLUMN 09
               COLOR 11 HIGHLIGHT.
           MOVE WRK-TIT-LIVRES TO WRK-QT-EDIT.
           DISPLAY WRK-QT-EDIT AT LINE WRK-LST-LINE COLUMN 47
               COLOR 11 HIGHLIGHT.
           MOVE WRK-TIT-TOTAL TO WRK-QT-EDIT.
           DISPLAY WRK-QT-EDIT AT LINE WRK-LST-LINE COLUMN 53
               COLOR 11 HIGHLIGHT.
           DISPLAY WRK-TIT-FMTS AT LINE WRK-LST-LINE COLUMN 59
               COLOR 11 HIGHLIGHT.
           ADD 1 TO WRK-LST-LINE.
       0346-CLOSE-TITLE-END. EXIT.

       0348-AVAILABILITY-HEADER SECTION.
           DISPLAY SCREEN-MAIN.
           DISPLAY 'CODE  TITLE' AT LINE 07 COLUMN 03.
           DISPLAY 'FREE   OF  ON SHELF FOR' AT LINE 07 COLUMN 46.
           MOVE 08 TO WRK-LST-LINE.
       0348-AVAILABILITY-HEADER-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE COPIAS MOVIES PLATAFORMAS.
      *
           IF FS-PLATAFORMAS NOT EQUAL "00"
               MOVE '47ERROR CLOSING PLATFORM FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PLATAFORMAS TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING PLATFORM FILE.'
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

       END PROGRAM PFVIDPRG.
