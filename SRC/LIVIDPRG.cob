      ******************************************************************
      * FILE NAME   : LIVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : BORROWER IMPORT FROM CSV ROUTINE OF VIDEOTECA    *
      *               PROGRAM - LOADS A MEMBERSHIP LIST (A SHOP TAKEN  *
      *               OVER, A NEW BRANCH) INTO BORROWERS.dat, HOLDING  *
      *               PROBABLE DUPLICATES FOR REVIEW AND LISTING WHAT  *
      *               IT COULD NOT LOAD                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDPLS.cpy'. *> MEMBERSHIP PLANS DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
      *    THE MEMBERSHIP LIST, DROPPED IN THE WORKING DIRECTORY
      *    BEFORE THE RUN - ONE HEADER LINE, THEN
      *    NAME;PHONE;BIRTHDATE;PLAN;PAIDTHRU;CPF;EMAIL;ADDRESS;REVIEWED
           SELECT LOCATARIOS-IMP
              ASSIGN       TO 'BORROWERS-IMP.csv'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-LOCATARIOS-IMP.
      *
      *    EVERY LINE NOT LOADED, WITH THE REASON - REJECTED LINES
      *    NEED CORRECTING, HELD LINES NEED A DECISION.
           SELECT RELATO-LCI
              ASSIGN       TO 'LOCIMP-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-RELATO-LCI.
      *
      *    THE HELD LINES AGAIN, AS A CSV WITH THE SAME HEADER - ONCE
      *    THE DESK HAS CHECKED THEM, THE ONES THAT ARE NEW PEOPLE GET
      *    S IN THE REVIEWED COLUMN AND THE FILE IS FED BACK IN AS
      *    BORROWERS-IMP.csv.
           SELECT REVISAO-LCI
              ASSIGN       TO 'LOCIMP-REV.csv'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-REVISAO-LCI.
      *
      *    CHECKPOINT HOLDING THE LAST CSV LINE DEALT WITH, SO A RERUN
      *    AFTER AN ABEND RESUMES PAST IT INSTEAD OF LOADING THE SAME
      *    MEMBERS TWICE (SEE IMVIDPRG).
           SELECT CKP-LCI
              ASSIGN       TO 'LOCIMP.ckp'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CKP-LCI.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  PLANOS.
           COPY 'CPVIDPLA.cpy'. *> MEMBERSHIP PLAN DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  LOCATARIOS-IMP.
       01 FIL-LCI               PIC X(250).
      *
       FD  RELATO-LCI.
       01 REG-LRL               PIC X(132).
      *
       FD  REVISAO-LCI.
       01 REG-LRV               PIC X(250).
      *
       FD  CKP-LCI.
       01 REG-CKP-LCI.
          03 REG-CKP-LCI-LINHA  PIC 9(05).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDPLW.cpy'. *> MEMBERSHIP PLANS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMAN.cpy'. *> DATE/TIME
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDFNW.cpy'. *> PHONETIC-CODE WORKBOOK
           COPY 'CPVIDCFW.cpy'. *> CPF CHECK-DIGIT WORKBOOK
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE
      *
       77  FS-LOCATARIOS-IMP         PIC X(02).
       77  FS-RELATO-LCI             PIC X(02).
       77  FS-REVISAO-LCI            PIC X(02).
       77  FS-CKP-LCI                PIC X(02).
      *
       77  WRK-TODAY-NUM             PIC 9(08) VALUE ZERO.
       77  WRK-CKP-LINHA             PIC 9(05) VALUE ZEROES.
       77  WRK-CKP-FOUND             PIC X(01) VALUE 'N'.
           88 CKP-FOUND                 VALUE 'Y'.
       77  WRK-CKP-CMD               PIC X(40) VALUE SPACES.
      *
      *    EXPECTED HEADER LAYOUT - A LIST FROM ANOTHER SYSTEM IS
      *    REARRANGED TO THIS BEFORE IT IS LOADED.
       01  WRK-CSV-LCI-HEADER.
           05 FILLER                 PIC X(35) VALUE
              'NAME;PHONE;BIRTHDATE;PLAN;PAIDTHRU;'.
           05 FILLER                 PIC X(26) VALUE
              'CPF;EMAIL;ADDRESS;REVIEWED'.
      *
       01  WRK-CSV-LCI-LINE          PIC X(250).
       77  WRK-CSV-LCI-POS           PIC 9(03) USAGE COMP-3.
       77  WRK-CSV-LCI-LEN           PIC 9(03) USAGE COMP-3.
       77  WRK-CSV-LCI-OUTPOS        PIC 9(03) USAGE COMP-3.
       77  WRK-CSV-LCI-NEXTPOS       PIC 9(03) USAGE COMP-3.
       77  WRK-CSV-LCI-CH            PIC X(01).
       77  WRK-CSV-LCI-NEXTCH        PIC X(01).
       77  WRK-CSV-LCI-INQUOTE       PIC X(01).
      *
      *    ONE LINE OF THE LIST, FIELD BY FIELD - WIDER THAN THE
      *    BORROWER FIELDS SO AN OVER-LONG VALUE IS SEEN AND REJECTED
      *    RATHER THAN QUIETLY CUT SHORT.
       77  WRK-LCI-NOME              PIC X(40) VALUE SPACES.
       77  WRK-LCI-FONE              PIC X(20) VALUE SPACES.
       77  WRK-LCI-NASC              PIC X(10) VALUE SPACES.
       77  WRK-LCI-PLANO             PIC X(04) VALUE SPACES.
       77  WRK-LCI-VENC              PIC X(10) VALUE SPACES.
       77  WRK-LCI-CPF               PIC X(16) VALUE SPACES.
       77  WRK-LCI-EMAIL             PIC X(60) VALUE SPACES.
       77  WRK-LCI-ENDER             PIC X(40) VALUE SPACES.
       77  WRK-LCI-REVISADO          PIC X(01) VALUE SPACE.
      *
      *    THE SAME LINE CHECKED AND READY FOR REG-LOC.
       77  WRK-LCI-MOTIVO            PIC X(30) VALUE SPACES.
       77  WRK-LCI-FONE-OK           PIC X(12) VALUE SPACES.
       77  WRK-LCI-NASC-NUM          PIC 9(08) VALUE ZERO.
       77  WRK-LCI-VENC-NUM          PIC 9(08) VALUE ZERO.
       77  WRK-LCI-CPF-NUM           PIC 9(11) VALUE ZERO.
       77  WRK-LCI-DIGITOS           PIC 9(02) VALUE ZERO.
       77  WRK-LCI-ARROBAS           PIC 9(02) VALUE ZERO.
       77  WRK-LCI-IDX               PIC 9(02) VALUE ZERO.
       77  WRK-LCI-CH                PIC X(01) VALUE SPACE.
       77  WRK-LCI-PROX-LOC          PIC 9(05) VALUE ZERO.
      *
      *    A DATE AS IT ARRIVES - DD/MM/AAAA OR AAAAMMDD - AND AS
      *    AAAAMMDD ONCE IT HAS PASSED.
       01  WRK-LCI-DATA-TXT          PIC X(10) VALUE SPACES.
       01  WRK-LCI-DATA-DMA REDEFINES WRK-LCI-DATA-TXT.
           05 WRK-LCI-DATA-DD        PIC X(02).
           05 WRK-LCI-DATA-BAR1      PIC X(01).
           05 WRK-LCI-DATA-MM        PIC X(02).
           05 WRK-LCI-DATA-BAR2      PIC X(01).
           05 WRK-LCI-DATA-AAAA      PIC X(04).
       01  WRK-LCI-DATA-AMD.
           05 WRK-LCI-AMD-AAAA       PIC X(04).
           05 WRK-LCI-AMD-MM         PIC X(02).
           05 WRK-LCI-AMD-DD         PIC X(02).
       01  WRK-LCI-DATA-NUM REDEFINES WRK-LCI-DATA-AMD
                                     PIC 9(08).
       77  WRK-LCI-DATA-OK           PIC X(01) VALUE 'N'.
      *
      *    THE MEMBER ALREADY ON FILE THE INCOMING NAME SOUNDS LIKE.
       77  WRK-LCI-FON-ALVO          PIC X(08) VALUE SPACES.
       77  WRK-LCI-DUP-NUM           PIC 9(05) VALUE ZERO.
       77  WRK-LCI-DUP-NOME          PIC X(20) VALUE SPACES.
       77  WRK-LCI-DUP-FONE          PIC X(12) VALUE SPACES.
       77  WRK-LCI-DUP-SIT           PIC X(09) VALUE SPACES.
       77  WRK-LCI-CPF-OUTRO         PIC 9(05) VALUE ZERO.
      *
       01  WRK-ESTATISTICA.
           05 WRK-LINHA-ATUAL       PIC 9(05) VALUE ZEROES.
           05 WRK-READ-LINES        PIC 9(05) VALUE ZEROES.
           05 WRK-WRITE-LINES       PIC 9(05) VALUE ZEROES.
           05 WRK-HELD-LINES        PIC 9(05) VALUE ZEROES.
           05 WRK-REJECT-LINES      PIC 9(05) VALUE ZEROES.
           05 WRK-RESUMED-LINES     PIC 9(05) VALUE ZEROES.
      *
           05 WRK-READ-LINES-EDIT    PIC ZZZZ9.
           05 WRK-WRITE-LINES-EDIT   PIC ZZZZ9.
           05 WRK-HELD-LINES-EDIT    PIC ZZZZ9.
           05 WRK-REJECT-LINES-EDIT  PIC ZZZZ9.
           05 WRK-RESUMED-LINES-EDIT PIC ZZZZ9.
      *
       SCREEN SECTION.
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'LIVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-ESTATISTICA.
           PERFORM 0010-CHECK-BATCH-MODE.
      *
           PERFORM 0110-DATE-TIME.
           PERFORM 0120-CHECK-CHECKPOINT.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA
               UNTIL FS-LOCATARIOS-IMP EQUAL "10".
           PERFORM 0400-PRINT-RESULTS.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0010-CHECK-BATCH-MODE.
           COPY 'CPVIDBOP.cpy'. *> DETECT HEADLESS/BATCH MODE
       0010-CHECK-BATCH-MODE-END. EXIT.

      *    NO LIST ON DISK IS NOT AN ABEND - THE STEP CAN SIT IN THE
      *    NIGHT RUN AND ONLY DO WORK ON THE NIGHTS A LIST IS LEFT
      *    FOR IT.
       0100-OPEN-DATA.
           OPEN INPUT LOCATARIOS-IMP.
           IF FS-LOCATARIOS-IMP NOT EQUAL "00"
               MOVE '45NO BORROWERS-IMP.csv FILE TO IMPORT.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
               PERFORM 0700-END-PROGRAM
           END-IF.
      *
           READ LOCATARIOS-IMP. *> HEADER
           IF FS-LOCATARIOS-IMP NOT EQUAL "00"
              OR FUNCTION TRIM(FIL-LCI) NOT EQUAL WRK-CSV-LCI-HEADER
               CLOSE LOCATARIOS-IMP
               MOVE '26CSV HEADER DOES NOT MATCH THE EXPECTED LAYOUT.'
                   TO WRK-MSG
               PERFORM 0900-SHOW-MSG
               PERFORM 0700-END-PROGRAM
           END-IF.
           MOVE 1 TO WRK-LINHA-ATUAL.
      *
           OPEN I-O BORROWERS.
           IF FS-BORROWERS EQUAL "35"
               OPEN OUTPUT BORROWERS
               CLOSE BORROWERS
               OPEN I-O BORROWERS
           END-IF.
      *
           IF FS-BORROWERS NOT EQUAL "00"
               CLOSE LOCATARIOS-IMP
               MOVE '47ERROR OPENING BORROWERS FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-BORROWERS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING BORROWERS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT PLANOS.
           IF FS-PLANOS EQUAL "35"
               OPEN OUTPUT PLANOS
               CLOSE PLANOS
               OPEN INPUT PLANOS
           END-IF.
      *
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
      *
      *    A RESUMED RUN ADDS TO THE REPORT AND THE REVIEW FILE IT
      *    STARTED; A FRESH RUN STARTS BOTH OVER.
           IF CKP-FOUND
               OPEN EXTEND RELATO-LCI REVISAO-LCI
           ELSE
               OPEN OUTPUT RELATO-LCI REVISAO-LCI
           END-IF.
           IF FS-RELATO-LCI NOT EQUAL "00"
              OR FS-REVISAO-LCI NOT EQUAL "00"
               CLOSE LOCATARIOS-IMP BORROWERS PLANOS LOG-AUDITORIA
               MOVE '53ERROR OPENING LOCIMP-REL / LOCIMP-REV FILES.'
                   TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-RELATO-LCI TO WS-ABEND-CODE
               MOVE 'ERROR OPENING LOCIMP-REL / LOCIMP-REV FILES.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           IF NOT CKP-FOUND
               MOVE SPACES TO REG-LRL
               STRING 'VIDEOTECA - BORROWER IMPORT - LINES NOT LOADED'
                      '   RUN DATE: ' WRK-DATE ' ' WRK-TIME
                   DELIMITED BY SIZE INTO REG-LRL
               WRITE REG-LRL
               MOVE ALL '=' TO REG-LRL
               WRITE REG-LRL
               MOVE SPACES TO REG-LRL
               STRING 'LINE  RESULT   REASON                         '
                      'NAME                 DETAIL'
                   DELIMITED BY SIZE INTO REG-LRL
               WRITE REG-LRL
      *
               MOVE WRK-CSV-LCI-HEADER TO REG-LRV
               WRITE REG-LRV
           END-IF.
      *
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
      *
           READ LOCATARIOS-IMP. *> FIRST MEMBER LINE
       0100-OPEN-DATA-END. EXIT.

       0110-DATE-TIME.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
       0110-DATE-TIME-END. EXIT.

      *    LOCIMP.ckp LEFT BEHIND BY A RUN THAT NEVER REACHED
      *    0400-PRINT-RESULTS HOLDS THE LAST LINE IT DEALT WITH.
       0120-CHECK-CHECKPOINT.
           MOVE 'N'    TO WRK-CKP-FOUND.
           MOVE ZEROES TO WRK-CKP-LINHA.
           OPEN INPUT CKP-LCI.
           IF FS-CKP-LCI EQUAL "00"
               READ CKP-LCI
               IF FS-CKP-LCI EQUAL "00"
                   MOVE REG-CKP-LCI-LINHA TO WRK-CKP-LINHA
                   SET CKP-FOUND TO TRUE
               END-IF
               CLOSE CKP-LCI
           END-IF.
       0120-CHECK-CHECKPOINT-END. EXIT.

      *    ONE MEMBER LINE: CHECKED FIELD BY FIELD, THEN AGAINST THE
      *    FILES, THEN AGAINST THE MEMBERS ALREADY ON FILE - A LINE
      *    IS LOADED, HELD OR REJECTED, NEVER HALF-LOADED.
       0300-PROCESS-DATA.
           ADD 1 TO WRK-LINHA-ATUAL.
      *
           IF FIL-LCI EQUAL SPACES
               READ LOCATARIOS-IMP
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-READ-LINES.
      *
           IF CKP-FOUND AND WRK-LINHA-ATUAL NOT GREATER WRK-CKP-LINHA
               ADD 1 TO WRK-RESUMED-LINES
               READ LOCATARIOS-IMP
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0305-CSV-UNQUOTE-LINE.
           MOVE SPACES TO WRK-LCI-NOME WRK-LCI-FONE WRK-LCI-NASC
                          WRK-LCI-PLANO WRK-LCI-VENC WRK-LCI-CPF
                          WRK-LCI-EMAIL WRK-LCI-ENDER WRK-LCI-REVISADO
                          WRK-LCI-MOTIVO.
           UNSTRING WRK-CSV-LCI-LINE DELIMITED BY ";"
               INTO WRK-LCI-NOME,
                    WRK-LCI-FONE,
                    WRK-LCI-NASC,
                    WRK-LCI-PLANO,
                    WRK-LCI-VENC,
                    WRK-LCI-CPF,
                    WRK-LCI-EMAIL,
                    WRK-LCI-ENDER,
                    WRK-LCI-REVISADO.
           INSPECT WRK-LCI-NOME  REPLACING ALL X'01' BY ';'.
           INSPECT WRK-LCI-ENDER REPLACING ALL X'01' BY ';'.
           INSPECT WRK-LCI-NOME CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-LCI-ENDER CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-LCI-PLANO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           PERFORM 0310-VALIDATE-FIELDS.
           IF WRK-LCI-MOTIVO EQUAL SPACES
               PERFORM 0330-VALIDATE-PLAN
           END-IF.
           IF WRK-LCI-MOTIVO EQUAL SPACES
               PERFORM 0335-CHECK-CPF-ON-FILE
           END-IF.
      *
           IF WRK-LCI-MOTIVO NOT EQUAL SPACES
               PERFORM 0360-LOG-REJECT
           ELSE
               MOVE ZEROES TO WRK-LCI-DUP-NUM
               IF WRK-LCI-REVISADO NOT EQUAL 'S'
                  AND NOT EQUAL 's'
                   PERFORM 0340-PHONETIC-CHECK
               END-IF
               IF WRK-LCI-DUP-NUM NOT EQUAL ZEROES
                   PERFORM 0365-HOLD-FOR-REVIEW
               ELSE
                   PERFORM 0355-WRITE-BORROWER
               END-IF
           END-IF.
      *
           PERFORM 0370-WRITE-CHECKPOINT.
           READ LOCATARIOS-IMP.
       0300-PROCESS-DATA-END. EXIT.

      *    SAME QUOTE HANDLING AS IMVIDPRG - A ';' INSIDE A QUOTED
      *    NAME OR ADDRESS RIDES THROUGH THE UNSTRING AS X'01' AND IS
      *    PUT BACK AFTERWARDS.
       0305-CSV-UNQUOTE-LINE.
           INITIALIZE WRK-CSV-LCI-LINE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FIL-LCI TRAILING))
               TO WRK-CSV-LCI-LEN.
           MOVE 1 TO WRK-CSV-LCI-POS.
           MOVE 0 TO WRK-CSV-LCI-OUTPOS.
           MOVE 'N' TO WRK-CSV-LCI-INQUOTE.
      *
           PERFORM UNTIL WRK-CSV-LCI-POS GREATER WRK-CSV-LCI-LEN
               MOVE FIL-LCI(WRK-CSV-LCI-POS:1) TO WRK-CSV-LCI-CH
               ADD 1 TO WRK-CSV-LCI-POS GIVING WRK-CSV-LCI-NEXTPOS
               MOVE SPACE TO WRK-CSV-LCI-NEXTCH
               IF WRK-CSV-LCI-NEXTPOS NOT GREATER WRK-CSV-LCI-LEN
                   MOVE FIL-LCI(WRK-CSV-LCI-NEXTPOS:1)
                       TO WRK-CSV-LCI-NEXTCH
               END-IF
      *
               IF WRK-CSV-LCI-CH EQUAL '"'
                   IF WRK-CSV-LCI-INQUOTE EQUAL 'Y'
                      AND WRK-CSV-LCI-NEXTCH EQUAL '"'
                       ADD 1 TO WRK-CSV-LCI-OUTPOS
                       MOVE '"' TO
                           WRK-CSV-LCI-LINE(WRK-CSV-LCI-OUTPOS:1)
                       MOVE WRK-CSV-LCI-NEXTPOS TO WRK-CSV-LCI-POS
                   ELSE
                       IF WRK-CSV-LCI-INQUOTE EQUAL 'Y'
                           MOVE 'N' TO WRK-CSV-LCI-INQUOTE
                       ELSE
                           MOVE 'Y' TO WRK-CSV-LCI-INQUOTE
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WRK-CSV-LCI-OUTPOS
                   IF WRK-CSV-LCI-CH EQUAL ';'
                      AND WRK-CSV-LCI-INQUOTE EQUAL 'Y'
                       MOVE X'01' TO
                           WRK-CSV-LCI-LINE(WRK-CSV-LCI-OUTPOS:1)
                   ELSE
                       MOVE WRK-CSV-LCI-CH TO
                           WRK-CSV-LCI-LINE(WRK-CSV-LCI-OUTPOS:1)
                   END-IF
               END-IF
      *
               ADD 1 TO WRK-CSV-LCI-POS
           END-PERFORM.
       0305-CSV-UNQUOTE-LINE-END. EXIT.

      *    THE CHECKS THE DESK SCREEN MAKES, PLUS THE ONES A KEYED
      *    FORM NEVER NEEDED: A NAME OR ADDRESS TOO LONG FOR THE
      *    FIELD, A PHONE THAT IS NOT A PHONE, A BIRTH DATE THAT IS
      *    NOT A DATE OR NOT YET PAST.
       0310-VALIDATE-FIELDS.
           IF WRK-LCI-NOME EQUAL SPACES
               MOVE 'NAME IS BLANK' TO WRK-LCI-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-LCI-NOME(21:20) NOT EQUAL SPACES
               MOVE 'NAME OVER 20 CHARACTERS' TO WRK-LCI-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-LCI-ENDER(31:10) NOT EQUAL SPACES
               MOVE 'ADDRESS OVER 30 CHARACTERS' TO WRK-LCI-MOTIVO
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0320-VALIDATE-PHONE.
           IF WRK-LCI-MOTIVO NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZEROES TO WRK-LCI-NASC-NUM.
           IF WRK-LCI-NASC NOT EQUAL SPACES
               MOVE WRK-LCI-NASC TO WRK-LCI-DATA-TXT
               PERFORM 0315-PARSE-DATE
               IF WRK-LCI-DATA-OK NOT EQUAL 'S'
                   MOVE 'BIRTH DATE NOT A VALID DATE' TO WRK-LCI-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               IF WRK-LCI-DATA-NUM NOT LESS WRK-TODAY-NUM
                  OR WRK-LCI-DATA-NUM LESS 19000101
                   MOVE 'BIRTH DATE OUT OF RANGE' TO WRK-LCI-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-LCI-DATA-NUM TO WRK-LCI-NASC-NUM
           END-IF.
      *
           MOVE ZEROES TO WRK-LCI-VENC-NUM.
           IF WRK-LCI-VENC NOT EQUAL SPACES
               IF WRK-LCI-PLANO EQUAL SPACES
                   MOVE 'PAID-THROUGH DATE BUT NO PLAN'
                       TO WRK-LCI-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-LCI-VENC TO WRK-LCI-DATA-TXT
               PERFORM 0315-PARSE-DATE
               IF WRK-LCI-DATA-OK NOT EQUAL 'S'
                   MOVE 'PAID-THROUGH NOT A VALID DATE'
                       TO WRK-LCI-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-LCI-DATA-NUM TO WRK-LCI-VENC-NUM
           END-IF.
      *
           IF WRK-LCI-PLANO(3:2) NOT EQUAL SPACES
               MOVE 'PLAN CODE OVER 2 CHARACTERS' TO WRK-LCI-MOTIVO
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0325-VALIDATE-CPF.
           IF WRK-LCI-MOTIVO NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-LCI-EMAIL NOT EQUAL SPACES
               MOVE ZERO TO WRK-LCI-ARROBAS
               INSPECT WRK-LCI-EMAIL TALLYING WRK-LCI-ARROBAS
                   FOR ALL '@'
               IF WRK-LCI-ARROBAS NOT EQUAL 1
                   MOVE 'E-MAIL ADDRESS NOT VALID' TO WRK-LCI-MOTIVO
                   EXIT PARAGRAPH
               END-IF
               IF WRK-LCI-EMAIL(51:10) NOT EQUAL SPACES
                   MOVE 'E-MAIL OVER 50 CHARACTERS' TO WRK-LCI-MOTIVO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
       0310-VALIDATE-FIELDS-END. EXIT.

      *    DD/MM/AAAA AS A PERSON WRITES IT, OR AAAAMMDD AS ANOTHER
      *    SYSTEM EXPORTS IT - EITHER WAY IT MUST BE A CALENDAR DATE.
       0315-PARSE-DATE.
           MOVE 'N' TO WRK-LCI-DATA-OK.
           MOVE SPACES TO WRK-LCI-DATA-AMD.
      *
           IF WRK-LCI-DATA-BAR1 EQUAL '/'
              AND WRK-LCI-DATA-BAR2 EQUAL '/'
               MOVE WRK-LCI-DATA-AAAA TO WRK-LCI-AMD-AAAA
               MOVE WRK-LCI-DATA-MM   TO WRK-LCI-AMD-MM
               MOVE WRK-LCI-DATA-DD   TO WRK-LCI-AMD-DD
           ELSE
               IF WRK-LCI-DATA-TXT(9:2) EQUAL SPACES
                   MOVE WRK-LCI-DATA-TXT(1:8) TO WRK-LCI-DATA-AMD
               END-IF
           END-IF.
      *
           IF WRK-LCI-DATA-AMD IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WRK-LCI-DATA-NUM)
                  EQUAL ZERO
                   MOVE 'S' TO WRK-LCI-DATA-OK
               END-IF
           END-IF.
       0315-PARSE-DATE-END. EXIT.

      *    A PHONE IS REQUIRED - IT IS HOW THE DESK REACHES A MEMBER
      *    ABOUT A RESERVATION. DIGITS WITH THE USUAL SEPARATORS,
      *    EIGHT TO TWELVE DIGITS IN ALL; IT IS KEPT AS WRITTEN WHEN
      *    IT FITS, OTHERWISE AS THE BARE DIGITS.
       0320-VALIDATE-PHONE.
           IF WRK-LCI-FONE EQUAL SPACES
               MOVE 'PHONE IS BLANK' TO WRK-LCI-MOTIVO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO WRK-LCI-FONE-OK.
           MOVE ZERO   TO WRK-LCI-DIGITOS.
           PERFORM VARYING WRK-LCI-IDX FROM 1 BY 1
                   UNTIL WRK-LCI-IDX GREATER 20
               MOVE WRK-LCI-FONE(WRK-LCI-IDX:1) TO WRK-LCI-CH
               EVALUATE TRUE
                 WHEN WRK-LCI-CH IS NUMERIC
                   ADD 1 TO WRK-LCI-DIGITOS
                   IF WRK-LCI-DIGITOS NOT GREATER 12
                       MOVE WRK-LCI-CH
                           TO WRK-LCI-FONE-OK(WRK-LCI-DIGITOS:1)
                   END-IF
                 WHEN WRK-LCI-CH EQUAL SPACE OR '-' OR '(' OR ')'
                                    OR '.' OR '+'
                   CONTINUE
                 WHEN OTHER
                   MOVE 99 TO WRK-LCI-DIGITOS
                   MOVE 20 TO WRK-LCI-IDX
               END-EVALUATE
           END-PERFORM.
      *
           IF WRK-LCI-DIGITOS LESS 8 OR WRK-LCI-DIGITOS GREATER 12
               MOVE 'PHONE NOT VALID' TO WRK-LCI-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-LCI-FONE(13:8) EQUAL SPACES
               MOVE WRK-LCI-FONE(1:12) TO WRK-LCI-FONE-OK
           END-IF.
       0320-VALIDATE-PHONE-END. EXIT.

      *    OPTIONAL, AS AT THE DESK - BUT ONE THAT IS GIVEN MUST BE
      *    ELEVEN DIGITS (DOTS AND HYPHEN ALLOWED) WITH ITS OWN CHECK
      *    DIGITS.
       0325-VALIDATE-CPF.
           MOVE ZEROES TO WRK-LCI-CPF-NUM.
           IF WRK-LCI-CPF EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZEROES TO WRK-CPF-IN.
           MOVE ZERO   TO WRK-LCI-DIGITOS.
           PERFORM VARYING WRK-LCI-IDX FROM 1 BY 1
                   UNTIL WRK-LCI-IDX GREATER 16
               MOVE WRK-LCI-CPF(WRK-LCI-IDX:1) TO WRK-LCI-CH
               EVALUATE TRUE
                 WHEN WRK-LCI-CH IS NUMERIC
                   ADD 1 TO WRK-LCI-DIGITOS
                   IF WRK-LCI-DIGITOS NOT GREATER 11
                       MOVE WRK-LCI-CH
                           TO WRK-CPF-TXT(WRK-LCI-DIGITOS:1)
                   END-IF
                 WHEN WRK-LCI-CH EQUAL SPACE OR '.' OR '-'
                   CONTINUE
                 WHEN OTHER
                   MOVE 99 TO WRK-LCI-DIGITOS
                   MOVE 16 TO WRK-LCI-IDX
               END-EVALUATE
           END-PERFORM.
      *
           IF WRK-LCI-DIGITOS NOT EQUAL 11
               MOVE 'CPF NOT ELEVEN DIGITS' TO WRK-LCI-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0326-CPF-CHECK-DIGITS.
           IF NOT CPF-VALIDO
               MOVE 'CPF CHECK DIGITS DO NOT MATCH' TO WRK-LCI-MOTIVO
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-CPF-IN TO WRK-LCI-CPF-NUM.
       0325-VALIDATE-CPF-END. EXIT.

       0326-CPF-CHECK-DIGITS.
           COPY 'CPVIDCFT.cpy'. *> CPF CHECK-DIGIT TEST
       0326-CPF-CHECK-DIGITS-END. EXIT.

      *    A PLAN CODE MUST BE A LIVE PLAN ON THE MASTER, AS IN
      *    LCVIDPRG 0315-VALIDATE-PLAN.
       0330-VALIDATE-PLAN.
           IF WRK-LCI-PLANO EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-LCI-PLANO(1:2) TO COD-PLA.
           READ PLANOS
               INVALID KEY
                   MOVE 'PLAN CODE NOT ON PLAN MASTER' TO WRK-LCI-MOTIVO
               NOT INVALID KEY
                   IF PLA-ENCERRADO
                       MOVE 'PLAN IS NO LONGER SOLD' TO WRK-LCI-MOTIVO
                   END-IF
           END-READ.
       0330-VALIDATE-PLAN-END. EXIT.

      *    NO TWO ACTIVE BORROWERS MAY SHARE A CPF - A LINE CARRYING
      *    ONE ALREADY ON FILE IS THE SAME PERSON FOR CERTAIN, SO IT
      *    IS REJECTED OUTRIGHT RATHER THAN HELD.
       0335-CHECK-CPF-ON-FILE.
           IF WRK-LCI-CPF-NUM EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZEROES TO WRK-LCI-CPF-OUTRO.
           MOVE WRK-LCI-CPF-NUM TO CPF-LOC.
           START BORROWERS KEY IS EQUAL CPF-LOC
               INVALID KEY MOVE "10" TO FS-BORROWERS
           END-START.
           IF FS-BORROWERS NOT EQUAL "10"
               READ BORROWERS NEXT AT END MOVE "10" TO FS-BORROWERS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-BORROWERS EQUAL "10"
                     OR CPF-LOC NOT EQUAL WRK-LCI-CPF-NUM
                     OR WRK-LCI-CPF-OUTRO NOT EQUAL ZEROES
               IF LOC-ATIVO
                   MOVE NUM-LOC TO WRK-LCI-CPF-OUTRO
               END-IF
               READ BORROWERS NEXT AT END MOVE "10" TO FS-BORROWERS
               END-READ
           END-PERFORM.
      *
           IF WRK-LCI-CPF-OUTRO NOT EQUAL ZEROES
               STRING 'CPF ON BORROWER ' WRK-LCI-CPF-OUTRO
                   DELIMITED BY SIZE INTO WRK-LCI-MOTIVO
           END-IF.
       0335-CHECK-CPF-ON-FILE-END. EXIT.

      *    THE LCVIDPRG SOUNDS-LIKE MATCH (CPVIDFON.cpy) RUN OVER
      *    EVERY MEMBER ON FILE, RETIRED ONES TOO - A RETURNING MEMBER
      *    SHOULD BE REINSTATED, NOT SIGNED UP AGAIN. MEMBERS LOADED
      *    EARLIER IN THIS SAME LIST ARE ON FILE BY NOW, SO A LIST
      *    THAT REPEATS A PERSON IS CAUGHT AS WELL.
       0340-PHONETIC-CHECK.
           MOVE WRK-LCI-NOME(1:20) TO WRK-FON-IN.
           PERFORM 0345-PHONETIC-CODE.
           MOVE WRK-FON-OUT TO WRK-LCI-FON-ALVO.
      *
           MOVE LOW-VALUES TO NUM-LOC.
           START BORROWERS KEY IS NOT LESS NUM-LOC
               INVALID KEY MOVE "10" TO FS-BORROWERS
           END-START.
           IF FS-BORROWERS NOT EQUAL "10"
               READ BORROWERS NEXT AT END MOVE "10" TO FS-BORROWERS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-BORROWERS EQUAL "10"
                     OR WRK-LCI-DUP-NUM NOT EQUAL ZEROES
               MOVE NOME-LOC TO WRK-FON-IN
               PERFORM 0345-PHONETIC-CODE
               IF WRK-FON-OUT EQUAL WRK-LCI-FON-ALVO
                   MOVE NUM-LOC  TO WRK-LCI-DUP-NUM
                   MOVE NOME-LOC TO WRK-LCI-DUP-NOME
                   MOVE FONE-LOC TO WRK-LCI-DUP-FONE
                   IF LOC-INATIVO
                       MOVE '(RETIRED)' TO WRK-LCI-DUP-SIT
                   ELSE
                       MOVE SPACES TO WRK-LCI-DUP-SIT
                   END-IF
               END-IF
               READ BORROWERS NEXT AT END MOVE "10" TO FS-BORROWERS
               END-READ
           END-PERFORM.
       0340-PHONETIC-CHECK-END. EXIT.

       0345-PHONETIC-CODE.
           COPY 'CPVIDFON.cpy'. *> SOUNDS-LIKE CODE FOR A NAME
       0345-PHONETIC-CODE-END. EXIT.

      *    THE NEXT ID THE WAY LCVIDPRG 0305-NEXT-LOC-NUMBER TAKES
      *    IT - HIGHEST ON FILE PLUS ONE - SO IMPORTED AND DESK-KEYED
      *    MEMBERS SHARE ONE SEQUENCE.
       0350-NEXT-LOC-NUMBER.
           MOVE HIGH-VALUES TO NUM-LOC.
           START BORROWERS KEY IS NOT GREATER NUM-LOC
               INVALID KEY
                   MOVE ZEROES TO NUM-LOC
               NOT INVALID KEY
                   READ BORROWERS NEXT AT END CONTINUE END-READ
           END-START.
           MOVE NUM-LOC TO WRK-LCI-PROX-LOC.
       0350-NEXT-LOC-NUMBER-END. EXIT.

      *    A NEW MEMBER EXACTLY AS THE DESK'S INCLUDE SCREEN LEAVES
      *    ONE: ACTIVE, A PERSON, REGISTERED TODAY, NO CHANNELS CHOSEN
      *    AND MARKETING CONSENT NEVER ASKED - A LIST FROM ANOTHER
      *    SHOP IS NO PROOF OF CONSENT. THE ADDRESS GOES IN AS THE
      *    ONE-LINE FREE TEXT, FOR CGVIDPRG TO SPLIT LIKE ANY OLDER
      *    ROW.
       0355-WRITE-BORROWER.
           PERFORM 0350-NEXT-LOC-NUMBER.
           IF WRK-LCI-PROX-LOC NOT LESS 99999
               MOVE 'BORROWER ID RANGE IS FULL' TO WRK-LCI-MOTIVO
               PERFORM 0360-LOG-REJECT
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE REG-LOC.
           COMPUTE NUM-LOC = WRK-LCI-PROX-LOC + 1.
           MOVE WRK-LCI-NOME(1:20)  TO NOME-LOC.
           MOVE WRK-LCI-FONE-OK     TO FONE-LOC.
           MOVE WRK-LCI-ENDER(1:30) TO ENDERECO-LOC.
           MOVE WRK-TODAY-NUM       TO DATA-CADASTRO-LOC.
           SET LOC-ATIVO            TO TRUE.
           MOVE WRK-LCI-PLANO(1:2)  TO PLANO-LOC.
           MOVE WRK-LCI-VENC-NUM    TO DATA-VENC-PLANO-LOC.
           MOVE WRK-LCI-NASC-NUM    TO DATA-NASC-LOC.
           MOVE 'P'                 TO TIPO-LOC.
           MOVE WRK-LCI-CPF-NUM     TO CPF-LOC.
           MOVE WRK-LCI-EMAIL(1:50) TO EMAIL-LOC.
      *
           WRITE REG-LOC
               INVALID KEY
                   STRING 'WRITE FAILED, FILE STATUS ' FS-BORROWERS
                       DELIMITED BY SIZE INTO WRK-LCI-MOTIVO
                   PERFORM 0360-LOG-REJECT
               NOT INVALID KEY
                   ADD 1 TO WRK-WRITE-LINES
           END-WRITE.
       0355-WRITE-BORROWER-END. EXIT.

       0360-LOG-REJECT.
           ADD 1 TO WRK-REJECT-LINES.
           MOVE SPACES TO REG-LRL.
           MOVE WRK-LINHA-ATUAL      TO REG-LRL(1:5).
           MOVE 'REJECTED'           TO REG-LRL(7:8).
           MOVE WRK-LCI-MOTIVO       TO REG-LRL(16:30).
           MOVE WRK-LCI-NOME(1:20)   TO REG-LRL(47:20).
           MOVE FIL-LCI              TO REG-LRL(68:65).
           WRITE REG-LRL.
       0360-LOG-REJECT-END. EXIT.

      *    HELD, NOT LOADED: THE REPORT NAMES THE MEMBER IT SOUNDS
      *    LIKE, AND THE LINE GOES TO LOCIMP-REV.csv AS IT CAME IN.
       0365-HOLD-FOR-REVIEW.
           ADD 1 TO WRK-HELD-LINES.
           MOVE SPACES TO REG-LRL.
           MOVE WRK-LINHA-ATUAL      TO REG-LRL(1:5).
           MOVE 'HELD'               TO REG-LRL(7:8).
           MOVE 'SOUNDS LIKE A MEMBER ON FILE' TO REG-LRL(16:30).
           MOVE WRK-LCI-NOME(1:20)   TO REG-LRL(47:20).
           STRING WRK-LCI-DUP-NUM ' ' WRK-LCI-DUP-NOME ' '
                  WRK-LCI-DUP-FONE ' ' WRK-LCI-DUP-SIT
               DELIMITED BY SIZE INTO REG-LRL(68:65).
           WRITE REG-LRL.
      *
           MOVE FIL-LCI TO REG-LRV.
           WRITE REG-LRV.
       0365-HOLD-FOR-REVIEW-END. EXIT.

      *    OPEN OUTPUT/WRITE/CLOSE PUTS THE LINE NUMBER ON DISK BEFORE
      *    THE NEXT LINE IS TOUCHED, AS IN IMVIDPRG 0307.
       0370-WRITE-CHECKPOINT.
           OPEN OUTPUT CKP-LCI.
           MOVE WRK-LINHA-ATUAL TO REG-CKP-LCI-LINHA.
           WRITE REG-CKP-LCI.
           CLOSE CKP-LCI.
       0370-WRITE-CHECKPOINT-END. EXIT.

       0400-PRINT-RESULTS.
           MOVE WRK-READ-LINES    TO WRK-READ-LINES-EDIT.
           MOVE WRK-WRITE-LINES   TO WRK-WRITE-LINES-EDIT.
           MOVE WRK-HELD-LINES    TO WRK-HELD-LINES-EDIT.
           MOVE WRK-REJECT-LINES  TO WRK-REJECT-LINES-EDIT.
           MOVE WRK-RESUMED-LINES TO WRK-RESUMED-LINES-EDIT.
      *
           MOVE SPACES TO REG-LRL.
           WRITE REG-LRL.
           MOVE SPACES TO REG-LRL.
           STRING 'LINES READ: '     WRK-READ-LINES-EDIT
                  '   LOADED: '      WRK-WRITE-LINES-EDIT
                  '   HELD FOR REVIEW: ' WRK-HELD-LINES-EDIT
                  '   REJECTED: '    WRK-REJECT-LINES-EDIT
                  '   RESUMED PAST: ' WRK-RESUMED-LINES-EDIT
               DELIMITED BY SIZE INTO REG-LRL.
           WRITE REG-LRL.
      *
      *    ONE AUDIT ENTRY FOR THE RUN - WHO LOADED THE LIST AND WHAT
      *    BECAME OF IT.
           MOVE 'LOCIMP'   TO LOG-OPERACAO.
           MOVE ZEROES     TO LOG-CODIGO.
           MOVE 'IMPORT'   TO LOG-CAMPO.
           MOVE SPACES     TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE 'BORROWERS-IMP.csv' TO LOG-VALOR-ANTIGO.
           STRING 'LOADED ' WRK-WRITE-LINES-EDIT
                  ' HELD '  WRK-HELD-LINES-EDIT
                  ' REJECTED ' WRK-REJECT-LINES-EDIT
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
      *
           INITIALIZE WRK-MSG.
           STRING '39LOADED ' WRK-WRITE-LINES-EDIT
                  ', HELD '   WRK-HELD-LINES-EDIT
                  ', REJECTED ' WRK-REJECT-LINES-EDIT
                  ' - SEE LOCIMP-REL.txt'
               DELIMITED BY SIZE INTO WRK-MSG.
           PERFORM 0900-SHOW-MSG.
      *
      *    THE LIST RAN TO THE END - NOTHING LEFT TO RESUME PAST.
           PERFORM 0410-CLEAR-CHECKPOINT.
       0400-PRINT-RESULTS-END. EXIT.

       0410-CLEAR-CHECKPOINT.
           MOVE 'rm -f LOCIMP.ckp' TO WRK-CKP-CMD.
           CALL 'SYSTEM' USING WRK-CKP-CMD.
       0410-CLEAR-CHECKPOINT-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE LOCATARIOS-IMP PLANOS LOG-AUDITORIA
                 RELATO-LCI REVISAO-LCI.
           CLOSE BORROWERS.
      *
           MOVE 'LOCIMP'         TO LNK-SPL-NOME.
           MOVE 'LOCIMP-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
      *
           IF FS-BORROWERS NOT EQUAL "00"
               MOVE '47ERROR CLOSING BORROWERS FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-BORROWERS TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING BORROWERS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       0900-SHOW-MSG.
           COPY 'CPVIDSMS.cpy'. *> SHOW MESSAGE (SCREEN OR BATCH)
       0900-SHOW-MSG-END. EXIT.

       END PROGRAM LIVIDPRG.
