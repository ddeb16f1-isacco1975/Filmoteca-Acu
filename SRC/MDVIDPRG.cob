      ******************************************************************
      * FILE NAME   : MDVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : DOCUMENT TEMPLATE MAINTENANCE OF VIDEOTECA       *
      *               PROGRAM - EDIT, PREVIEW AND DELETE THE SHOP      *
      *               HEADER AND WORDING OF THE OVERDUE LETTERS, THE   *
      *               RECIBOS.txt SLIPS AND THE COLLECTIONS HAND-OFF,  *
      *               IN GENERAL OR FOR ONE BRANCH                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MDVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDMDS.cpy'. *> DOCUMENT TEMPLATES DAT WORKBOOK
           COPY 'CPVIDFLS.cpy'. *> BRANCHES DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MODELOS.
           COPY 'CPVIDMDR.cpy'. *> DOCUMENT TEMPLATE DATA FILE
      *
       FD  FILIAIS.
           COPY 'CPVIDFIL.cpy'. *> BRANCH DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDMDW.cpy'. *> DOCUMENT TEMPLATES DAT WORKBOOK
           COPY 'CPVIDFLW.cpy'. *> BRANCHES DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDMDL.cpy'. *> DOCUMENT TEMPLATE LINKAGE (MXVIDPRG)
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  WRK-DOPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-MOD-TIPO-ASK         PIC X(02) VALUE SPACES.
       77  WRK-MOD-FILIAL-ASK       PIC X(02) VALUE SPACES.
       77  WRK-MOD-CHAVE-OK         PIC X(01) VALUE 'N'.
       77  WRK-MOD-EXISTE           PIC X(01) VALUE 'N'.
       77  WRK-MOD-IDX              PIC 9(02) VALUE ZERO.
       77  WRK-MOD-VIS              PIC 9(02) VALUE ZERO.
       77  WRK-MOD-LARG-EDIT        PIC ZZ9.
       77  WRK-MOD-ORIGEM-TXT       PIC X(08) VALUE SPACES.
       77  WRK-MOD-CAB-ANTES        PIC X(60) VALUE SPACES.
       77  WRK-LST-LINE             PIC 9(02) VALUE ZERO.
       77  WRK-MOD-REGUA            PIC X(64) VALUE ALL '.'.
      *
      *    THE TEMPLATE ON THE EDIT SCREEN - THREE HEADER LINES AND
      *    TEN BODY LINES, THE SAME SHAPE AS CAB-MOD AND CORPO-MOD.
       01  WRK-MOD-EDICAO.
           05 WRK-EDT-CAB.
              10 WRK-EDT-CAB1       PIC X(60).
              10 WRK-EDT-CAB2       PIC X(60).
              10 WRK-EDT-CAB3       PIC X(60).
           05 WRK-EDT-CORPO.
              10 WRK-EDT-LIN01      PIC X(60).
              10 WRK-EDT-LIN02      PIC X(60).
              10 WRK-EDT-LIN03      PIC X(60).
              10 WRK-EDT-LIN04      PIC X(60).
              10 WRK-EDT-LIN05      PIC X(60).
              10 WRK-EDT-LIN06      PIC X(60).
              10 WRK-EDT-LIN07      PIC X(60).
              10 WRK-EDT-LIN08      PIC X(60).
              10 WRK-EDT-LIN09      PIC X(60).
              10 WRK-EDT-LIN10      PIC X(60).
       01  WRK-MOD-EDICAO-R REDEFINES WRK-MOD-EDICAO.
           05 WRK-EDT-CAB-LIN       PIC X(60) OCCURS 3 TIMES.
           05 WRK-EDT-CORPO-LIN     PIC X(60) OCCURS 10 TIMES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-MODMNU.
           05 LINE 06 COLUMN 10 VALUE "+----------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. EDITAR      |".
           05 LINE 08 COLUMN 10 VALUE "| 2. VISUALIZAR  |".
           05 LINE 09 COLUMN 10 VALUE "| 3. EXCLUIR     |".
           05 LINE 10 COLUMN 10 VALUE "| 0. SAIR        |".
           05 LINE 11 COLUMN 10 VALUE "|                |".
           05 LINE 12 COLUMN 10 VALUE "| OPCAO...: [ ]  |".
           05 LINE 13 COLUMN 10 VALUE "+----------------+".
           05 LINE 12 COLUMN 23 PIC X(01) USING WRK-DOPTION.
      *
           05 LINE 06 COLUMN 30 VALUE
               "+---------------------------------+".
           05 LINE 07 COLUMN 30 VALUE
               "| A1 FIRST OVERDUE NOTICE  (80)   |".
           05 LINE 08 COLUMN 30 VALUE
               "| A2 FINAL OVERDUE NOTICE  (80)   |".
           05 LINE 09 COLUMN 30 VALUE
               "| SR CHECKOUT SLIP         (32)   |".
           05 LINE 10 COLUMN 30 VALUE
               "| SD RETURN SLIP           (32)   |".
           05 LINE 11 COLUMN 30 VALUE
               "| SV SALE SLIP             (32)   |".
           05 LINE 12 COLUMN 30 VALUE
               "| CO COLLECTIONS HAND-OFF  (100)  |".
           05 LINE 13 COLUMN 30 VALUE
               "| IN FILM CLUB TICKET      (32)   |".
           05 LINE 14 COLUMN 30 VALUE
               "+---------------------------------+".
      *
       01  SCREEN-MODKEY.
           05 LINE 15 COLUMN 12 VALUE
               "+--------------------------------------+".
           05 LINE 16 COLUMN 12 VALUE
               "| DOCUMENT TYPE.: [  ]                 |".
           05 LINE 17 COLUMN 12 VALUE
               "| BRANCH........: [  ]  (00 = ALL)     |".
           05 LINE 18 COLUMN 12 VALUE
               "+--------------------------------------+".
           05 LINE 16 COLUMN 31 PIC X(02) USING WRK-MOD-TIPO-ASK
              COLOR 6 HIGHLIGHT.
           05 LINE 17 COLUMN 31 PIC X(02) USING WRK-MOD-FILIAL-ASK
              COLOR 6 HIGHLIGHT.
      *
       01  SCREEN-MODEDT.
           05 LINE 06 COLUMN 03 VALUE "HEADER".
           05 LINE 07 COLUMN 03 VALUE "1 [".
           05 LINE 08 COLUMN 03 VALUE "2 [".
           05 LINE 09 COLUMN 03 VALUE "3 [".
           05 LINE 07 COLUMN 66 VALUE "]".
           05 LINE 08 COLUMN 66 VALUE "]".
           05 LINE 09 COLUMN 66 VALUE "]".
           05 LINE 10 COLUMN 03 VALUE "BODY".
           05 LINE 11 COLUMN 02 VALUE " 1 [".
           05 LINE 12 COLUMN 02 VALUE " 2 [".
           05 LINE 13 COLUMN 02 VALUE " 3 [".
           05 LINE 14 COLUMN 02 VALUE " 4 [".
           05 LINE 15 COLUMN 02 VALUE " 5 [".
           05 LINE 16 COLUMN 02 VALUE " 6 [".
           05 LINE 17 COLUMN 02 VALUE " 7 [".
           05 LINE 18 COLUMN 02 VALUE " 8 [".
           05 LINE 19 COLUMN 02 VALUE " 9 [".
           05 LINE 20 COLUMN 02 VALUE "10 [".
           05 LINE 11 COLUMN 66 VALUE "]".
           05 LINE 12 COLUMN 66 VALUE "]".
           05 LINE 13 COLUMN 66 VALUE "]".
           05 LINE 14 COLUMN 66 VALUE "]".
           05 LINE 15 COLUMN 66 VALUE "]".
           05 LINE 16 COLUMN 66 VALUE "]".
           05 LINE 17 COLUMN 66 VALUE "]".
           05 LINE 18 COLUMN 66 VALUE "]".
           05 LINE 19 COLUMN 66 VALUE "]".
           05 LINE 20 COLUMN 66 VALUE "]".
           05 LINE 21 COLUMN 03 VALUE
               "{NOME} {DOC} {DATA} {HORA} {PREVISTA} {VALOR} {FILIAL}".
           05 LINE 21 COLUMN 58 VALUE "{ITENS}=ITEM LINES".
      *
           05 LINE 07 COLUMN 06 PIC X(60) USING WRK-EDT-CAB1
              COLOR 7 HIGHLIGHT.
           05 LINE 08 COLUMN 06 PIC X(60) USING WRK-EDT-CAB2
              COLOR 7 HIGHLIGHT.
           05 LINE 09 COLUMN 06 PIC X(60) USING WRK-EDT-CAB3
              COLOR 7 HIGHLIGHT.
           05 LINE 11 COLUMN 06 PIC X(60) USING WRK-EDT-LIN01
              COLOR 7 HIGHLIGHT.
           05 LINE 12 COLUMN 06 PIC X(60) USING WRK-EDT-LIN02
              COLOR 7 HIGHLIGHT.
           05 LINE 13 COLUMN 06 PIC X(60) USING WRK-EDT-LIN03
              COLOR 7 HIGHLIGHT.
           05 LINE 14 COLUMN 06 PIC X(60) USING WRK-EDT-LIN04
              COLOR 7 HIGHLIGHT.
           05 LINE 15 COLUMN 06 PIC X(60) USING WRK-EDT-LIN05
              COLOR 7 HIGHLIGHT.
           05 LINE 16 COLUMN 06 PIC X(60) USING WRK-EDT-LIN06
              COLOR 7 HIGHLIGHT.
           05 LINE 17 COLUMN 06 PIC X(60) USING WRK-EDT-LIN07
              COLOR 7 HIGHLIGHT.
           05 LINE 18 COLUMN 06 PIC X(60) USING WRK-EDT-LIN08
              COLOR 7 HIGHLIGHT.
           05 LINE 19 COLUMN 06 PIC X(60) USING WRK-EDT-LIN09
              COLOR 7 HIGHLIGHT.
           05 LINE 20 COLUMN 06 PIC X(60) USING WRK-EDT-LIN10
              COLOR 7 HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'MDVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O MODELOS.
           IF FS-MODELOS EQUAL "35"
               OPEN OUTPUT MODELOS
               CLOSE MODELOS
               OPEN I-O MODELOS
           END-IF.
      *
           IF FS-MODELOS NOT EQUAL "00"
               MOVE '47ERROR OPENING TEMPLATES FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MODELOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING TEMPLATES FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT FILIAIS.
           IF FS-FILIAIS EQUAL "35"
               OPEN OUTPUT FILIAIS
               CLOSE FILIAIS
               OPEN INPUT FILIAIS
           END-IF.
      *
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
      *
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE " * * *  T E M P L A T E S  * * *" TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE WRK-DOPTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-MODMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-MODMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-DOPTION
             WHEN '1' PERFORM 0310-EDIT-TEMPLATE
             WHEN '2' PERFORM 0320-PREVIEW-TEMPLATE
             WHEN '3' PERFORM 0330-DELETE-TEMPLATE
             WHEN '0' MOVE 'N' TO WRK-CONTINUE
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG). THE AUDIT TRAIL
      *    IS LET GO WHILE THE LOCK AND THE RESUME ARE WRITTEN TO
      *    IT, AND WHOEVER UNLOCKED STAMPS EVERYTHING AFTER.
       0298-IDLE-LOCK SECTION.
           CLOSE LOG-AUDITORIA.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
           MOVE LNK-BLQ-ID TO WRK-OPERATOR.
       0298-IDLE-LOCK-END. EXIT.

      *    DOCUMENT TYPE AND BRANCH FOR ALL THREE OPTIONS. THE TYPE
      *    IS CHECKED BY ASKING MXVIDPRG FOR ITS STANDARD WORDING,
      *    WHICH ALSO LEAVES THAT WORDING IN LNK-MODELO FOR A NEW
      *    GENERAL TEMPLATE; THE BRANCH MUST BE '00' OR ON FILIAIS.dat.
       0305-ASK-KEY SECTION.
           MOVE 'N' TO WRK-MOD-CHAVE-OK.
           MOVE SPACES TO WRK-MOD-TIPO-ASK WRK-MOD-FILIAL-ASK.
           INITIALIZE WRK-MSG.
      *
           DISPLAY SCREEN-MODKEY.
           ACCEPT  SCREEN-MODKEY.
           INSPECT WRK-MOD-TIPO-ASK CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           IF WRK-MOD-TIPO-ASK EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WRK-MOD-FILIAL-ASK EQUAL SPACES
               MOVE '00' TO WRK-MOD-FILIAL-ASK
           END-IF.
      *
           INITIALIZE LNK-MODELO.
           MOVE 'P'                TO LNK-MOD-FUNCAO.
           MOVE WRK-MOD-TIPO-ASK   TO LNK-MOD-TIPO.
           MOVE WRK-MOD-FILIAL-ASK TO LNK-MOD-FILIAL.
           CALL 'MXVIDPRG' USING LNK-MODELO.
           IF LNK-MOD-STATUS NOT EQUAL '00'
               MOVE '20UNKNOWN DOCUMENT TYPE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-MOD-FILIAL-ASK NOT EQUAL '00'
               MOVE WRK-MOD-FILIAL-ASK TO COD-FIL
               READ FILIAIS
                   INVALID KEY
                       MOVE '48BRANCH CODE NOT FOUND.' TO WRK-MSG
                       DISPLAY SCREEN-MSG
                       ACCEPT SCREEN-WAIT
                       EXIT PARAGRAPH
               END-READ
           END-IF.
      *
           MOVE WRK-MOD-TIPO-ASK   TO TIPO-MOD.
           MOVE WRK-MOD-FILIAL-ASK TO FILIAL-MOD.
           READ MODELOS
               INVALID KEY
                   MOVE 'N' TO WRK-MOD-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-MOD-EXISTE
           END-READ.
           MOVE 'S' TO WRK-MOD-CHAVE-OK.
       0305-ASK-KEY-END. EXIT.

      *    A TEMPLATE ON FILE COMES UP AS SAVED. A NEW GENERAL ONE
      *    STARTS FROM THE STANDARD WORDING; A NEW BRANCH ONE STARTS
      *    BLANK, AND WHATEVER IS LEFT BLANK (HEADER OR BODY) KEEPS
      *    COMING FROM THE GENERAL TEMPLATE.
       0310-EDIT-TEMPLATE SECTION.
           DISPLAY SCREEN-MAIN.
           PERFORM 0305-ASK-KEY.
           IF WRK-MOD-CHAVE-OK NOT EQUAL 'S'
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO WRK-MOD-EDICAO.
           IF WRK-MOD-EXISTE EQUAL 'S'
               MOVE CAB-MOD   TO WRK-EDT-CAB
               MOVE CORPO-MOD TO WRK-EDT-CORPO
           ELSE
               IF WRK-MOD-FILIAL-ASK EQUAL '00'
                   PERFORM 0315-TAKE-STANDARD-WORDING
               END-IF
           END-IF.
           MOVE WRK-EDT-CAB1 TO WRK-MOD-CAB-ANTES.
      *
           MOVE LNK-MOD-LARGURA TO WRK-MOD-LARG-EDIT.
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-MODEDT.
           DISPLAY WRK-MOD-TIPO-ASK   AT LINE 06 COLUMN 12
               COLOR 11 HIGHLIGHT.
           DISPLAY 'BRANCH'           AT LINE 06 COLUMN 16.
           DISPLAY WRK-MOD-FILIAL-ASK AT LINE 06 COLUMN 23
               COLOR 11 HIGHLIGHT.
           DISPLAY 'PAPER WIDTH'      AT LINE 06 COLUMN 28.
           DISPLAY WRK-MOD-LARG-EDIT  AT LINE 06 COLUMN 40
               COLOR 11 HIGHLIGHT.
           ACCEPT  SCREEN-MODEDT.
      *
           IF WRK-MOD-EDICAO EQUAL SPACES
               MOVE '20NOTHING TO SAVE - TEMPLATE IS BLANK.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41SAVE THIS TEMPLATE (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27TEMPLATE NOT SAVED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-MOD-TIPO-ASK   TO TIPO-MOD.
           MOVE WRK-MOD-FILIAL-ASK TO FILIAL-MOD.
           MOVE WRK-EDT-CAB        TO CAB-MOD.
           MOVE WRK-EDT-CORPO      TO CORPO-MOD.
           MOVE WRK-TODAY-NUM      TO DATA-ALT-MOD.
           MOVE WRK-OPERATOR       TO OPERADOR-MOD.
      *
           IF WRK-MOD-EXISTE EQUAL 'S'
               REWRITE REG-MOD
                   INVALID KEY
                       MOVE '42EDIT ERROR.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '54TEMPLATE CHANGED SUCCESSFULLY.'
                           TO WRK-MSG
                       MOVE 'MODELALT' TO LOG-OPERACAO
                       PERFORM 0340-AUDIT-TEMPLATE
               END-REWRITE
           ELSE
               WRITE REG-MOD
                   INVALID KEY
                       MOVE '47ERROR RECORDING TEMPLATE.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '57TEMPLATE SUCCESSFULLY RECORDED.'
                           TO WRK-MSG
                       MOVE 'MODELINC' TO LOG-OPERACAO
                       PERFORM 0340-AUDIT-TEMPLATE
               END-WRITE
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-EDIT-TEMPLATE-END. EXIT.

       0315-TAKE-STANDARD-WORDING SECTION.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER 3
               MOVE EL-MOD-CAB(WRK-MOD-IDX)
                   TO WRK-EDT-CAB-LIN(WRK-MOD-IDX)
           END-PERFORM.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER 10
               MOVE EL-MOD-CORPO(WRK-MOD-IDX)
                   TO WRK-EDT-CORPO-LIN(WRK-MOD-IDX)
           END-PERFORM.
       0315-TAKE-STANDARD-WORDING-END. EXIT.

      *    THE DOCUMENT EXACTLY AS THE PROGRAMS WILL PRINT IT FOR THIS
      *    BRANCH, FILLED WITH SAMPLE VALUES AND CUT AT THE PAPER
      *    WIDTH (A LETTER OR THE COLLECTIONS FILE SHOWS ITS FIRST 64
      *    COLUMNS). THE PROGRAM'S OWN LINES SHOW AS ONE MARKER LINE.
       0320-PREVIEW-TEMPLATE SECTION.
           DISPLAY SCREEN-MAIN.
           PERFORM 0305-ASK-KEY.
           IF WRK-MOD-CHAVE-OK NOT EQUAL 'S'
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE LNK-MODELO.
           MOVE 'M'                TO LNK-MOD-FUNCAO.
           MOVE WRK-MOD-TIPO-ASK   TO LNK-MOD-TIPO.
           MOVE WRK-MOD-FILIAL-ASK TO LNK-MOD-FILIAL.
           MOVE 'MARIA DA SILVA'   TO LNK-MOD-NOME.
           MOVE '12345'            TO LNK-MOD-DOC.
           MOVE WRK-DATE           TO LNK-MOD-DATA.
           MOVE WRK-TIME           TO LNK-MOD-HORA.
           MOVE WRK-DATE           TO LNK-MOD-PREVISTA.
           MOVE '12,50'            TO LNK-MOD-VALOR.
           CALL 'MXVIDPRG' USING LNK-MODELO.
      *
           IF LNK-MOD-LARGURA GREATER 64
               MOVE 64 TO WRK-MOD-VIS
           ELSE
               MOVE LNK-MOD-LARGURA TO WRK-MOD-VIS
           END-IF.
           MOVE LNK-MOD-LARGURA TO WRK-MOD-LARG-EDIT.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY 'PREVIEW' AT LINE 05 COLUMN 03.
           DISPLAY WRK-MOD-TIPO-ASK AT LINE 05 COLUMN 11
               COLOR 11 HIGHLIGHT.
           DISPLAY 'BRANCH' AT LINE 05 COLUMN 14.
           DISPLAY LNK-MOD-FILIAL AT LINE 05 COLUMN 21
               COLOR 11 HIGHLIGHT.
           DISPLAY 'WIDTH' AT LINE 05 COLUMN 24.
           DISPLAY WRK-MOD-LARG-EDIT AT LINE 05 COLUMN 30
               COLOR 11 HIGHLIGHT.
           MOVE LNK-MOD-ORIGEM-CAB TO WRK-MOD-ORIGEM-TXT.
           PERFORM 0325-DESCRIBE-ORIGIN.
           DISPLAY 'HEADER:' AT LINE 05 COLUMN 35.
           DISPLAY WRK-MOD-ORIGEM-TXT AT LINE 05 COLUMN 43
               COLOR 11 HIGHLIGHT.
           MOVE LNK-MOD-ORIGEM-CORPO TO WRK-MOD-ORIGEM-TXT.
           PERFORM 0325-DESCRIBE-ORIGIN.
           DISPLAY 'BODY:' AT LINE 05 COLUMN 53.
           DISPLAY WRK-MOD-ORIGEM-TXT AT LINE 05 COLUMN 59
               COLOR 11 HIGHLIGHT.
      *
           MOVE 06 TO WRK-LST-LINE.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER LNK-MOD-CAB-QTD
               DISPLAY EL-MOD-CAB(WRK-MOD-IDX)(1:WRK-MOD-VIS)
                   AT LINE WRK-LST-LINE COLUMN 08
                   COLOR 14 HIGHLIGHT
               ADD 1 TO WRK-LST-LINE
           END-PERFORM.
           DISPLAY WRK-MOD-REGUA(1:WRK-MOD-VIS)
               AT LINE WRK-LST-LINE COLUMN 08.
           ADD 1 TO WRK-LST-LINE.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER LNK-MOD-CORPO-QTD
               IF WRK-MOD-IDX EQUAL LNK-MOD-ITENS-POS
                   DISPLAY '<<  ITEM / AMOUNT LINES  >>'
                       AT LINE WRK-LST-LINE COLUMN 08
                       COLOR 10 HIGHLIGHT
               ELSE
                   DISPLAY EL-MOD-CORPO(WRK-MOD-IDX)(1:WRK-MOD-VIS)
                       AT LINE WRK-LST-LINE COLUMN 08
                       COLOR 15 HIGHLIGHT
               END-IF
               ADD 1 TO WRK-LST-LINE
           END-PERFORM.
           IF LNK-MOD-ITENS-POS EQUAL ZERO
               DISPLAY '<<  ITEM / AMOUNT LINES  >>'
                   AT LINE WRK-LST-LINE COLUMN 08
                   COLOR 10 HIGHLIGHT
           END-IF.
      *
           ACCEPT SCREEN-WAIT.
       0320-PREVIEW-TEMPLATE-END. EXIT.

       0325-DESCRIBE-ORIGIN SECTION.
           EVALUATE WRK-MOD-ORIGEM-TXT(1:1)
             WHEN 'F' MOVE 'BRANCH'   TO WRK-MOD-ORIGEM-TXT
             WHEN 'G' MOVE 'GENERAL'  TO WRK-MOD-ORIGEM-TXT
             WHEN OTHER
               MOVE 'STANDARD' TO WRK-MOD-ORIGEM-TXT
           END-EVALUATE.
       0325-DESCRIBE-ORIGIN-END. EXIT.

      *    DELETING A BRANCH TEMPLATE PUTS THE BRANCH BACK ON THE
      *    GENERAL ONE; DELETING THE GENERAL ONE PUTS EVERY BRANCH
      *    WITHOUT ITS OWN BACK ON THE STANDARD WORDING.
       0330-DELETE-TEMPLATE SECTION.
           DISPLAY SCREEN-MAIN.
           PERFORM 0305-ASK-KEY.
           IF WRK-MOD-CHAVE-OK NOT EQUAL 'S'
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-MOD-EXISTE NOT EQUAL 'S'
               MOVE '48TEMPLATE NOT ON FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41DELETE THIS TEMPLATE (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27TEMPLATE NOT DELETED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE LINHA-CAB-MOD(1) TO WRK-MOD-CAB-ANTES.
           MOVE SPACES           TO WRK-EDT-CAB1.
           DELETE MODELOS RECORD
               INVALID KEY
                   MOVE '42ERROR DELETING TEMPLATE.' TO WRK-MSG
               NOT INVALID KEY
                   MOVE '54TEMPLATE DELETED.' TO WRK-MSG
                   MOVE 'MODELEXC' TO LOG-OPERACAO
                   PERFORM 0340-AUDIT-TEMPLATE
           END-DELETE.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0330-DELETE-TEMPLATE-END. EXIT.

      *    WHICH TEMPLATE CHANGED, WITH ITS FIRST HEADER LINE BEFORE
      *    AND AFTER - THE TEMPLATE ROW ITSELF KEEPS WHO AND WHEN.
       0340-AUDIT-TEMPLATE SECTION.
           MOVE ZEROES     TO LOG-CODIGO.
           MOVE 'MODELO'   TO LOG-CAMPO.
           MOVE SPACES     TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           STRING WRK-MOD-TIPO-ASK '/' WRK-MOD-FILIAL-ASK ' '
                  WRK-MOD-CAB-ANTES
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           STRING WRK-MOD-TIPO-ASK '/' WRK-MOD-FILIAL-ASK ' '
                  WRK-EDT-CAB1
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0340-AUDIT-TEMPLATE-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MODELOS FILIAIS LOG-AUDITORIA.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM MDVIDPRG.
