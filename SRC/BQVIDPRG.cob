      ******************************************************************
      * FILE NAME   : BQVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : IDLE-TERMINAL LOCK OF VIDEOTECA PROGRAM - CALLED *
      *               WHEN A MENU TIMES OUT, BLANKS THE SCREEN AND     *
      *               HOLDS IT UNTIL THE SIGNED-ON OPERATOR RE-ENTERS  *
      *               THEIR PASSWORD OR ANOTHER OPERATOR SIGNS ON IN   *
      *               THEIR PLACE, WITH THE LOCK AND THE RESUME BOTH   *
      *               ON THE AUDIT TRAIL                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BQVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDOPS.cpy'. *> OPERATORS DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
      *
      *    FAILED UNLOCK ATTEMPTS GO BEHIND THE SIGN-ON STAMP, THE
      *    SAME AS A FAILED SIGN-ON, SO THE NEXT MORNING PANEL
      *    COUNTS THEM.
           SELECT SIGNON
              ASSIGN       TO 'SIGNON.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-SIGNON.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
           COPY 'CPVIDOPE.cpy'. *> OPERATOR DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  SIGNON.
       01 REG-SGN                PIC X(40).
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN MENU
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDOPW.cpy'. *> OPERATORS DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDHSW.cpy'. *> PASSWORD HASH WORKBOOK
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
      *
       77  FS-SIGNON                PIC X(02) VALUE '00'.
      *
      *    WHO HAD THE TERMINAL WHEN IT LOCKED, AND WITH WHAT ROLE;
      *    WHO IS TRYING TO UNLOCK IT, AND THE ROLE THE OPERATOR
      *    MASTER GAVE THEM ONCE THE PASSWORD HELD.
       77  WRK-BLQ-DONO             PIC X(08) VALUE SPACES.
       77  WRK-BLQ-PERFIL           PIC X(01) VALUE SPACE.
       77  WRK-BLQ-ID               PIC X(08) VALUE SPACES.
       77  WRK-BLQ-SENHA            PIC X(08) VALUE SPACES.
       77  WRK-BLQ-PERFIL-NOVO      PIC X(01) VALUE SPACE.
       77  WRK-BLQ-LIBERADO         PIC X(01) VALUE 'N'.
           88 BLQ-LIBERADO             VALUE 'S'.
      *
      *    LOCKOUT THRESHOLD - PARAMS.dat CODE SENHAMAX, AS AT SIGN-ON.
       77  WRK-SENHA-MAX            PIC 9(02) VALUE 05.
      *
       LINKAGE SECTION.
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-LOCK.
           05 LINE 10 COLUMN 20 VALUE
               "+----------------------------------------+".
           05 LINE 11 COLUMN 20 VALUE
               "|     TERMINAL LOCKED - SESSION IDLE     |".
           05 LINE 12 COLUMN 20 VALUE
               "| SIGNED ON AS.: [        ]              |".
           05 LINE 13 COLUMN 20 VALUE
               "|                                        |".
           05 LINE 14 COLUMN 20 VALUE
               "| OPERATOR ID..: [        ]              |".
           05 LINE 15 COLUMN 20 VALUE
               "| PASSWORD.....: [        ]              |".
           05 LINE 16 COLUMN 20 VALUE
               "+----------------------------------------+".
           05 LINE 18 COLUMN 14 VALUE
               "YOUR OWN ID RESUMES - ANOTHER ID TAKES THE COUNTER".
           05 LINE 12 COLUMN 37 PIC X(08) FROM WRK-BLQ-DONO.
      *
       01  SCREEN-LOCK-KEY.
           05 LINE 14 COLUMN 37 PIC X(08) USING WRK-BLQ-ID
              COLOR 6 HIGHLIGHT.
           05 LINE 15 COLUMN 37 PIC X(08) USING WRK-BLQ-SENHA
              SECURE COLOR 6 HIGHLIGHT.
      *
       PROCEDURE DIVISION USING LNK-BLOQUEIO.
       0000-MAIN SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           MOVE WRK-OPERATOR TO WRK-BLQ-DONO.
           ACCEPT WRK-BLQ-PERFIL FROM ENVIRONMENT "VIDEOTECA-PERFIL".
           MOVE SPACES TO LNK-BLQ-ID LNK-BLQ-PERFIL.
           SET BLQ-MESMO TO TRUE.
      *
           PERFORM 0100-LOAD-POLICY.
      *
           MOVE 'INATIVO '  TO LOG-OPERACAO.
           MOVE ZEROES      TO LOG-CODIGO.
           MOVE 'SESSAO'    TO LOG-CAMPO.
           MOVE SPACES      TO LOG-VALOR-ANTIGO.
           MOVE SPACES      TO LOG-VALOR-NOVO.
           STRING 'IDLE LOCK AFTER ' WRK-TMO-SEGUNDOS ' SECONDS'
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0400-WRITE-AUDIT-LOG.
      *
           MOVE 'N' TO WRK-BLQ-LIBERADO.
           PERFORM 0200-LOCK-SCREEN UNTIL BLQ-LIBERADO.
      *
           PERFORM 0300-RESUME-SESSION.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

      *    LOCKOUT THRESHOLD FROM PARAMS.dat (MAINTAINED IN PMVIDPRG) -
      *    A MISSING FILE OR CODE LEAVES THE COMPILED-IN DEFAULT.
       0100-LOAD-POLICY SECTION.
           OPEN INPUT PARAMS.
           IF FS-PARAMS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'SENHAMAX' TO COD-PAR.
           PERFORM 0105-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               MOVE WRK-PAR-NUM TO WRK-SENHA-MAX
           END-IF.
      *
           CLOSE PARAMS.
       0100-LOAD-POLICY-END. EXIT.

       0105-FETCH-PARAM SECTION.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0105-FETCH-PARAM-END. EXIT.

      *    THE SCREEN UNDERNEATH IS BLANKED BY THE MAIN FRAME, SO
      *    NOTHING THE OPERATOR LEFT UP IS READABLE FROM THE COUNTER.
      *    THE ID COMES PREFILLED WITH THE OPERATOR WHO LOCKED IT.
       0200-LOCK-SCREEN SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE "   * * * *  TERMINAL LOCKED  * * * *" TO WRK-TITLE.
           MOVE "ENTER=UNLOCK"                         TO WRK-KEYS.
           MOVE WRK-BLQ-DONO TO WRK-BLQ-ID.
           MOVE SPACES       TO WRK-BLQ-SENHA.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-LOCK.
           ACCEPT  SCREEN-LOCK-KEY.
      *
           IF WRK-BLQ-ID EQUAL SPACES
               INITIALIZE WRK-MSG
               MOVE '20OPERATOR ID IS REQUIRED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0210-CHECK-CREDENTIALS.
       0200-LOCK-SCREEN-END. EXIT.

      *    THE SIGN-ON RULES OF MNVIDPRG, LESS THE EXPIRY PROMPT (A
      *    PASSWORD THAT EXPIRES MID-SHIFT IS CHANGED AT THE NEXT
      *    SIGN-ON). A MISSING OR EMPTY MASTER IS THE FIRST-INSTALL
      *    CASE AND LETS THE ID THROUGH, AS THE SIGN-ON DOES.
       0210-CHECK-CREDENTIALS SECTION.
           OPEN I-O OPERADORES.
      *
           IF FS-OPERADORES EQUAL "35"
               MOVE 'A' TO WRK-BLQ-PERFIL-NOVO
               SET BLQ-LIBERADO TO TRUE
               EXIT PARAGRAPH
           END-IF.
      *
           IF FS-OPERADORES NOT EQUAL "00"
               INITIALIZE WRK-MSG
               MOVE '47OPERATOR FILE UNAVAILABLE - TRY AGAIN.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE LOW-VALUES TO ID-OPE.
           START OPERADORES KEY IS NOT LESS ID-OPE
               INVALID KEY MOVE "10" TO FS-OPERADORES
           END-START.
           IF FS-OPERADORES NOT EQUAL "10"
               READ OPERADORES NEXT
                   AT END MOVE "10" TO FS-OPERADORES
               END-READ
           END-IF.
           IF FS-OPERADORES EQUAL "10"
               CLOSE OPERADORES
               MOVE 'A' TO WRK-BLQ-PERFIL-NOVO
               SET BLQ-LIBERADO TO TRUE
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-BLQ-ID TO ID-OPE.
           READ OPERADORES
               INVALID KEY
                   PERFORM 0230-REJECT-UNLOCK
               NOT INVALID KEY
                   PERFORM 0220-VERIFY-PASSWORD
           END-READ.
      *
           CLOSE OPERADORES.
       0210-CHECK-CREDENTIALS-END. EXIT.

       0220-VERIFY-PASSWORD SECTION.
           IF OPE-BLOQUEADO
               PERFORM 0240-LOG-SIGNON-FAIL
               INITIALIZE WRK-MSG
               MOVE '43ACCOUNT LOCKED - SEE AN ADMINISTRATOR.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-BLQ-SENHA TO WRK-HASH-IN.
           PERFORM 0250-HASH-PASSWORD.
      *
           IF (SENHA-HASH AND SENHA-OPE EQUAL WRK-HASH-OUT)
              OR (SENHA-CLARA AND SENHA-OPE EQUAL WRK-BLQ-SENHA)
               MOVE ZEROES TO FALHAS-OPE
               IF SENHA-CLARA
                   MOVE WRK-HASH-OUT TO SENHA-OPE
                   SET SENHA-HASH TO TRUE
               END-IF
               IF DATA-SENHA-OPE EQUAL ZEROES
                   MOVE WRK-NOW(1:8) TO DATA-SENHA-OPE
               END-IF
               REWRITE REG-OPE
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE PERFIL-OPE TO WRK-BLQ-PERFIL-NOVO
               SET BLQ-LIBERADO TO TRUE
           ELSE
               ADD 1 TO FALHAS-OPE
               IF FALHAS-OPE NOT LESS WRK-SENHA-MAX
                   SET OPE-BLOQUEADO TO TRUE
               END-IF
               REWRITE REG-OPE
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 0230-REJECT-UNLOCK
           END-IF.
       0220-VERIFY-PASSWORD-END. EXIT.

       0230-REJECT-UNLOCK SECTION.
           MOVE WRK-BLQ-ID TO WRK-OPERATOR.
           MOVE 'LOGINFAL' TO LOG-OPERACAO.
           MOVE ZEROES     TO LOG-CODIGO.
           MOVE 'SENHA'    TO LOG-CAMPO.
           MOVE SPACES     TO LOG-VALOR-ANTIGO.
           MOVE 'REJECTED AT TERMINAL LOCK' TO LOG-VALOR-NOVO.
           PERFORM 0400-WRITE-AUDIT-LOG.
      *
           PERFORM 0240-LOG-SIGNON-FAIL.
      *
           INITIALIZE WRK-MSG.
           MOVE '43UNKNOWN OPERATOR OR WRONG PASSWORD.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0230-REJECT-UNLOCK-END. EXIT.

       0240-LOG-SIGNON-FAIL SECTION.
           OPEN EXTEND SIGNON.
           IF FS-SIGNON EQUAL "35"
               OPEN OUTPUT SIGNON
           END-IF.
      *
           IF FS-SIGNON EQUAL "00"
               MOVE SPACES TO REG-SGN
               STRING WRK-NOW(1:4) '-' WRK-NOW(5:2) '-' WRK-NOW(7:2)
                      ' ' WRK-NOW(9:2) ':' WRK-NOW(11:2)
                      ' FAIL ' WRK-BLQ-ID
                   DELIMITED BY SIZE INTO REG-SGN
               WRITE REG-SGN
               CLOSE SIGNON
           END-IF.
       0240-LOG-SIGNON-FAIL-END. EXIT.

       0250-HASH-PASSWORD SECTION.
           COPY 'CPVIDHSH.cpy'. *> ONE-WAY PASSWORD HASH
       0250-HASH-PASSWORD-END. EXIT.

      *    BACK TO WORK. THE SAME OPERATOR JUST CARRIES ON; ANOTHER
      *    ONE TAKES THE COUNTER OVER, SO THE VARIABLES EVERY PROGRAM
      *    READS ITS OPERATOR AND ROLE FROM ARE RE-EXPORTED AND THE
      *    CALLER IS TOLD TO PICK THEM UP. THE DRAWER SESSION AND THE
      *    TIME CLOCK STAY WITH THE ORIGINAL SIGN-ON.
       0300-RESUME-SESSION SECTION.
           MOVE WRK-BLQ-ID TO WRK-OPERATOR.
           MOVE 'RETOMADA'   TO LOG-OPERACAO.
           MOVE ZEROES       TO LOG-CODIGO.
           MOVE 'SESSAO'     TO LOG-CAMPO.
           MOVE WRK-BLQ-DONO TO LOG-VALOR-ANTIGO.
           MOVE SPACES       TO LOG-VALOR-NOVO.
      *
           IF WRK-BLQ-ID EQUAL WRK-BLQ-DONO
               MOVE 'SAME OPERATOR' TO LOG-VALOR-NOVO
               IF WRK-BLQ-PERFIL EQUAL SPACE
                   MOVE WRK-BLQ-PERFIL-NOVO TO WRK-BLQ-PERFIL
               END-IF
           ELSE
               STRING 'TAKEN OVER BY ' WRK-BLQ-ID
                   DELIMITED BY SIZE INTO LOG-VALOR-NOVO
               MOVE WRK-BLQ-PERFIL-NOVO TO WRK-BLQ-PERFIL
               DISPLAY 'VIDEOTECA-OPERATOR' UPON ENVIRONMENT-NAME
               DISPLAY WRK-BLQ-ID UPON ENVIRONMENT-VALUE
               DISPLAY 'VIDEOTECA-PERFIL' UPON ENVIRONMENT-NAME
               DISPLAY WRK-BLQ-PERFIL UPON ENVIRONMENT-VALUE
               SET BLQ-TROCOU TO TRUE
           END-IF.
           PERFORM 0400-WRITE-AUDIT-LOG.
      *
           MOVE WRK-BLQ-ID     TO LNK-BLQ-ID.
           MOVE WRK-BLQ-PERFIL TO LNK-BLQ-PERFIL.
       0300-RESUME-SESSION-END. EXIT.

      *    THE CALLER CLOSES ITS OWN HANDLE ON THE AUDIT TRAIL BEFORE
      *    CALLING, SO EACH ENTRY HERE OPENS AND CLOSES IT ITSELF.
       0400-WRITE-AUDIT-LOG SECTION.
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
           IF FS-LOG-AUDITORIA NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
      *
           CLOSE LOG-AUDITORIA.
       0400-WRITE-AUDIT-LOG-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM BQVIDPRG.
