           COPY 'CPVIDOPS.cpy'. *> OPERATORS DAT WORKBOOK
           COPY 'CPVIDCXS.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDTCS.cpy'. *> TIME CLOCK DAT WORKBOOK
      *
      *    SUPPORT FILES FOR THE MORNING HEALTH PANEL - THE PREVIOUS
      *    SIGN-ON STAMP, THE LAST BATCH RUN SUMMARY, AND THE STAMPS
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-VAL-LAST.
      *
           SELECT CAP-LAST
              ASSIGN       TO 'CAP-LAST.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CAP-LAST.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  RELOGIO.
           COPY 'CPVIDTCR.cpy'. *> TIME CLOCK DATA FILE
      *
      *    FIRST LINE IS THE SIGN-ON STAMP; FAILED SIGN-ON ATTEMPTS
      *    ARE APPENDED BEHIND IT UNTIL THE NEXT SUCCESSFUL SIGN-ON
      *
       FD  VAL-LAST.
       01 REG-VLL                PIC X(30).
      *
      *    VERDICT OF THE NEWEST KEY CAPACITY CHECK (KCVIDPRG).
       FD  CAP-LAST.
       01 REG-CPL                PIC X(40).
      *
       FD  FECHAMENTO.
       01  REG-FCH.
           05 FCH-HORA              PIC X(05).
           05 FILLER                PIC X(01).
           05 FCH-OPERADOR          PIC X(08).
      *
       FD  MANUTENCAO.
           COPY 'CPVIDMTR.cpy'. *> MAINTENANCE FLAG RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDOPW.cpy'. *> OPERATORS DAT WORKBOOK
           COPY 'CPVIDCXW.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDHSW.cpy'. *> PASSWORD HASH WORKBOOK
           COPY 'CPVIDTCW.cpy'. *> TIME CLOCK DAT WORKBOOK
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
       77  WRK-DATFILE-CREATED      PIC X VALUE 'N'.
      *
      *    PASSWORD POLICY KNOBS - EXPIRY IN DAYS (PARAMS.dat CODE
      *    OPTIONS IN 0300-PROCESS-DATA.
       77  WRK-SENHA                PIC X(08) VALUE SPACES.
       77  WRK-PERFIL               PIC X(01) VALUE 'O'.
       77  WRK-MNT-PAINEL           PIC X(32) VALUE SPACES.
      *
      *    MORNING HEALTH PANEL SCRATCH.
       77  FS-SIGNON                PIC X(02) VALUE '00'.
       77  WRK-BATCH-RESULT         PIC X(40) VALUE SPACES.
       77  WRK-BACKUP-STAMP         PIC X(28) VALUE SPACES.
       77  WRK-VAL-RESULT           PIC X(30) VALUE SPACES.
       77  FS-CAP-LAST              PIC X(02) VALUE '00'.
       77  WRK-CAP-RESULT           PIC X(40) VALUE SPACES.
       77  FS-FECHAMENTO            PIC X(02) VALUE '00'.
       77  WRK-LAST-CLOSE           PIC 9(08) VALUE ZERO.
       77  WRK-ONTEM-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-SESSAO               PIC 9(05) VALUE ZERO.
       77  WRK-SESSAO-EDIT          PIC Z(04)9.
      *
      *    TIME CLOCK - THE BRANCH THIS COUNTER BELONGS TO, THE KEY OF
      *    THE PUNCH OPENED (OR CARRIED ON) AT SIGN-ON, AND WHETHER AN
      *    EARLIER DAY WAS LEFT WITHOUT A CLOCK-OUT.
       77  WRK-RLG-FILIAL           PIC X(02) VALUE '01'.
       77  WRK-RLG-TXT              PIC X(02) VALUE SPACES.
       77  WRK-RLG-CHAVE            PIC X(21) VALUE SPACES.
       77  WRK-RLG-PENDENTE         PIC X(01) VALUE 'N'.
      *
      *    TRAINING MODE - THE WHOLE SESSION RUNS INSIDE THE TREINO
      *    SUBDIRECTORY, SO EVERY RELATIVE FILE NAME IN EVERY PROGRAM
      *    RESOLVES TO THE PRACTICE DATA SET AND THE LIVE FILES ARE
           PERFORM 0150-OPERATOR-LOGIN UNTIL WRK-OPERATOR NOT EQUAL
               SPACES.
           PERFORM 0180-OPEN-DRAWER.
           PERFORM 0185-CLOCK-IN.
           PERFORM 0170-HEALTH-PANEL.
      *     PERFORM 0200-VALIDATE-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-OPTION EQUAL ZEROES.
      *     PERFORM 0400-PRINT-RESULTS.
      *    PERFORM 0500-CLOSE-DATA.
           PERFORM 0190-CLOCK-OUT.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.
      *
       0140-LOAD-POLICY SECTION.
           OPEN INPUT PARAMS.
           IF FS-PARAMS NOT EQUAL "00"
               PERFORM 0147-EXPORT-IDLE
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               MOVE WRK-PAR-NUM TO WRK-SENHA-MAX
           END-IF.
      *
      *    IDLE-SESSION TIMEOUT, KEPT IN MINUTES ON PARAMS.dat.
           MOVE 'INATIVO ' TO COD-PAR.
           PERFORM 0145-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
              AND WRK-PAR-NUM NOT GREATER 999
               COMPUTE WRK-TMO-SEGUNDOS = WRK-PAR-NUM * 60
           END-IF.
      *
           CLOSE PARAMS.
           PERFORM 0147-EXPORT-IDLE.
       0140-LOAD-POLICY-END. EXIT.

       0145-FETCH-PARAM SECTION.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0145-FETCH-PARAM-END. EXIT.

      *    EVERY PROGRAM CALLED FROM HERE TIMES ITS MENU OUT AFTER THE
      *    SAME IDLE PERIOD - IT READS THE SECONDS BACK THROUGH
      *    CPVIDTMS.cpy.
       0147-EXPORT-IDLE SECTION.
           MOVE WRK-TMO-SEGUNDOS TO WRK-TMO-TXT.
           DISPLAY 'VIDEOTECA-INATIVO' UPON ENVIRONMENT-NAME.
           DISPLAY WRK-TMO-TXT UPON ENVIRONMENT-VALUE.
       0147-EXPORT-IDLE-END. EXIT.

      *    REAL CREDENTIAL CHECKING AGAINST THE OPERATOR MASTER KEPT
      *    BY OPVIDPRG. A MISSING OR EMPTY MASTER FALLS BACK TO THE
      *    OLD ANY-NON-BLANK-ID BEHAVIOUR SO A FRESH INSTALL CAN GET
           PERFORM 0174-READ-BACKUP-STAMP.
           PERFORM 0175-READ-VAL-RESULT.
           PERFORM 0178-READ-LAST-CLOSE.
           PERFORM 0179-READ-CAP-RESULT.
           PERFORM 0177-READ-MAINT-FLAG.
      *
           DISPLAY 'PREVIOUS SIGN-ON.: ' AT LINE 07 COLUMN 10.
           DISPLAY WRK-PREV-SIGNON AT LINE 07 COLUMN 30
               DISPLAY WRK-SESSAO-EDIT AT LINE 19 COLUMN 30
                   COLOR 10 HIGHLIGHT
           END-IF.
      *
           DISPLAY 'MAINTENANCE FLAG.: ' AT LINE 20 COLUMN 10.
           IF MANUTENCAO-ATIVA
               MOVE SPACES TO WRK-MNT-PAINEL
               STRING 'SET ' WRK-MNT-DESDE ' BY ' WRK-MNT-ORIGEM
                   DELIMITED BY SIZE INTO WRK-MNT-PAINEL
               DISPLAY WRK-MNT-PAINEL AT LINE 20 COLUMN 30
                   COLOR 4 HIGHLIGHT
           ELSE
               DISPLAY 'CLEAR' AT LINE 20 COLUMN 30
                   COLOR 10 HIGHLIGHT
           END-IF.
      *
           DISPLAY 'KEY CAPACITY.....: ' AT LINE 21 COLUMN 10.
           EVALUATE WRK-CAP-RESULT(1:4)
               WHEN 'OK -'
                   DISPLAY WRK-CAP-RESULT AT LINE 21 COLUMN 30
                       COLOR 10 HIGHLIGHT
               WHEN 'NO C'
                   DISPLAY WRK-CAP-RESULT AT LINE 21 COLUMN 30
                       COLOR 3 HIGHLIGHT
               WHEN OTHER
                   DISPLAY WRK-CAP-RESULT AT LINE 21 COLUMN 30
                       COLOR 4 HIGHLIGHT
           END-EVALUATE.
      *
           ACCEPT SCREEN-WAIT.
      *
      *    A CHAIN THAT DIED HALF-WAY NEVER LOWERS ITS FLAG, AND
      *    THE COUNTER STAYS LOOK-UP ONLY UNTIL SOMEONE DOES - ONLY
      *    AN ADMINISTRATOR MAY, AND IT IS AUDITED.
           IF MANUTENCAO-ATIVA AND WRK-PERFIL EQUAL 'A'
               PERFORM 0168-CLEAR-MAINT-FLAG
           END-IF.
      *
           PERFORM 0176-STAMP-SIGNON.
       0170-HEALTH-PANEL-END. EXIT.

       0177-READ-MAINT-FLAG SECTION.
           COPY 'CPVIDMTC.cpy'. *> READ MAINTENANCE FLAG
       0177-READ-MAINT-FLAG-END. EXIT.

       0168-CLEAR-MAINT-FLAG SECTION.
           INITIALIZE WRK-MSG.
           MOVE '41CLEAR STUCK MAINTENANCE FLAG - NO NIGHT RUN (Y/N)?'
               TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               EXIT PARAGRAPH
           END-IF.
      *
           OPEN OUTPUT MANUTENCAO.
           IF FS-MANUTENCAO NOT EQUAL "00"
               INITIALIZE WRK-MSG
               MOVE '47MAINTENANCE FLAG COULD NOT BE CLEARED.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES       TO REG-MNT.
           MOVE 'N'          TO MNT-FLAG.
           STRING WRK-DATE ' ' WRK-TIME
               DELIMITED BY SIZE INTO MNT-DESDE.
           MOVE WRK-OPERATOR TO MNT-ORIGEM.
           WRITE REG-MNT.
           CLOSE MANUTENCAO.
      *
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
      *
           IF FS-LOG-AUDITORIA EQUAL "00"
               MOVE 'MANUTOFF'     TO LOG-OPERACAO
               MOVE ZEROES         TO LOG-CODIGO
               MOVE 'MANUTENCAO'   TO LOG-CAMPO
               MOVE WRK-MNT-PAINEL TO LOG-VALOR-ANTIGO
               MOVE 'CLEAR'        TO LOG-VALOR-NOVO
               PERFORM 0167-WRITE-AUDIT-LOG
               CLOSE LOG-AUDITORIA
           END-IF.
      *
           MOVE 'N' TO WRK-MNT-FLAG.
           INITIALIZE WRK-MSG.
           MOVE '54MAINTENANCE FLAG CLEARED.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0168-CLEAR-MAINT-FLAG-END. EXIT.

       0171-READ-PREV-SIGNON SECTION.
           MOVE 'NEVER' TO WRK-PREV-SIGNON.
           OPEN INPUT SIGNON.
           CLOSE FECHAMENTO.
       0178-READ-LAST-CLOSE-END. EXIT.

       0179-READ-CAP-RESULT SECTION.
           MOVE 'NO CHECK ON RECORD' TO WRK-CAP-RESULT.
           OPEN INPUT CAP-LAST.
           IF FS-CAP-LAST EQUAL "00"
               READ CAP-LAST AT END CONTINUE
                   NOT AT END MOVE REG-CPL TO WRK-CAP-RESULT
               END-READ
               CLOSE CAP-LAST
           END-IF.
       0179-READ-CAP-RESULT-END. EXIT.

       0176-STAMP-SIGNON SECTION.
           OPEN OUTPUT SIGNON.
           IF FS-SIGNON EQUAL "00"
      *    OPEN SESSION FOR THIS OPERATOR AND DATE (A RE-SIGN-ON
      *    AFTER LUNCH, A CRASH) IS RESUMED RATHER THAN DOUBLED UP;
      *    OTHERWISE A NEW ONE IS CUT WITH THE SAME HIGH-KEY IDIOM
      *    EMVIDPRG USES FOR LOAN NUMBERS, AT THIS BRANCH
      *    (VIDEOTECA-FILIAL, '01' WHEN NOT SET).
       0180-OPEN-DRAWER SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE ZEROES TO WRK-SESSAO.
               MOVE WRK-HOJE-NUM  TO DATA-CXS
               MOVE WRK-OPERATOR  TO OPERADOR-CXS
               MOVE WRK-TIME      TO HORA-ABERTURA-CXS
               MOVE '01'          TO FILIAL-CXS
               ACCEPT WRK-RLG-TXT FROM ENVIRONMENT "VIDEOTECA-FILIAL"
               IF WRK-RLG-TXT NOT EQUAL SPACES
                   MOVE WRK-RLG-TXT TO FILIAL-CXS
               END-IF
               SET CXS-ABERTA TO TRUE
               WRITE REG-CXS
                   INVALID KEY
      *
           CLOSE CAIXA.
       0180-OPEN-DRAWER-END. EXIT.
      *
      *    TIME CLOCK - SIGNING ON STARTS THE OPERATOR'S CLOCK FOR THE
      *    DAY AT THIS BRANCH (VIDEOTECA-FILIAL, '01' WHEN NOT SET).
      *    A PUNCH ALREADY RUNNING FOR TODAY IS CARRIED ON RATHER THAN
      *    DOUBLED, SO SIGNING OFF FOR LUNCH WITHOUT CLOCKING OUT AND
      *    SIGNING BACK ON IS ONE STRETCH. A PUNCH STILL OPEN FROM AN
      *    EARLIER DAY IS LEFT AS IT IS - THE WEEKLY HOURS REPORT IN
      *    SHVIDPRG FLAGS IT FOR THE SUPERVISOR - AND THE OPERATOR IS
      *    TOLD ABOUT IT.
       0185-CLOCK-IN SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE WRK-NOW(1:8) TO WRK-HOJE-NUM.
           MOVE SPACES TO WRK-RLG-CHAVE.
           MOVE 'N'    TO WRK-RLG-PENDENTE.
           ACCEPT WRK-RLG-TXT FROM ENVIRONMENT "VIDEOTECA-FILIAL".
           IF WRK-RLG-TXT NOT EQUAL SPACES
               MOVE WRK-RLG-TXT TO WRK-RLG-FILIAL
           END-IF.
      *
           OPEN I-O RELOGIO.
           IF FS-RELOGIO EQUAL "35"
               OPEN OUTPUT RELOGIO
               CLOSE RELOGIO
               OPEN I-O RELOGIO
           END-IF.
           IF FS-RELOGIO NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE REG-RLG.
           MOVE WRK-OPERATOR TO ID-OPE-RLG.
           START RELOGIO KEY IS NOT LESS CHAVE-RLG
               INVALID KEY MOVE 10 TO FS-RELOGIO
           END-START.
           IF FS-RELOGIO NOT EQUAL 10
               READ RELOGIO NEXT AT END MOVE 10 TO FS-RELOGIO END-READ
           END-IF.
      *
           PERFORM UNTIL FS-RELOGIO EQUAL 10
                     OR ID-OPE-RLG NOT EQUAL WRK-OPERATOR
               IF RLG-ABERTO
                   IF DATA-RLG EQUAL WRK-HOJE-NUM
                       MOVE CHAVE-RLG TO WRK-RLG-CHAVE
                   ELSE
                       MOVE 'S' TO WRK-RLG-PENDENTE
                   END-IF
               END-IF
               READ RELOGIO NEXT AT END MOVE 10 TO FS-RELOGIO END-READ
           END-PERFORM.
      *
           IF WRK-RLG-CHAVE EQUAL SPACES
               INITIALIZE REG-RLG
               MOVE WRK-OPERATOR   TO ID-OPE-RLG
               MOVE WRK-HOJE-NUM   TO DATA-RLG
               MOVE WRK-TIME       TO HORA-ENT-RLG
               MOVE SPACES         TO HORA-SAI-RLG
               MOVE WRK-RLG-FILIAL TO FILIAL-RLG
               SET RLG-ABERTO TO TRUE
               WRITE REG-RLG
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE CHAVE-RLG TO WRK-RLG-CHAVE
           END-IF.
      *
           CLOSE RELOGIO.
      *
           IF WRK-RLG-PENDENTE EQUAL 'S'
               MOVE "     * * * * MENU PRINCIPAL * * * *" TO WRK-TITLE
               MOVE "PF3=FIM" TO WRK-KEYS
               DISPLAY SCREEN-MAIN
               MOVE '43EARLIER CLOCK-OUT MISSING - SEE SUPERVISOR.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0185-CLOCK-IN-END. EXIT.
      *
      *    TIME CLOCK - LEAVING THE MAIN MENU ASKS WHETHER THE SHIFT
      *    IS OVER. ANSWERING NO (A BREAK, A SWAP OF COUNTER) LEAVES
      *    THE CLOCK RUNNING FOR THE NEXT SIGN-ON TO CARRY ON.
       0190-CLOCK-OUT SECTION.
           IF WRK-RLG-CHAVE EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "     * * * * MENU PRINCIPAL * * * *" TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           DISPLAY SCREEN-MAIN.
           MOVE 'N' TO WRK-AWAIT.
           MOVE '41END OF SHIFT - CLOCK OUT NOW (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               EXIT PARAGRAPH
           END-IF.
      *
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           OPEN I-O RELOGIO.
           IF FS-RELOGIO NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-RLG-CHAVE TO CHAVE-RLG.
           READ RELOGIO
               INVALID KEY MOVE 23 TO FS-RELOGIO
           END-READ.
           IF FS-RELOGIO EQUAL "00" AND RLG-ABERTO
               MOVE WRK-TIME TO HORA-SAI-RLG
               SET RLG-FECHADO TO TRUE
               REWRITE REG-RLG
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
           CLOSE RELOGIO.
       0190-CLOCK-OUT-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
      *     END-IF.
      *
           DISPLAY SCREEN-MENU
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT SCREEN-MENU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
      *    THE DESTRUCTIVE OPTIONS - SOFT-DELETE, RESTORE-OVER-LIVE,
      *    MASS REGRADE AND YEAR-END ARCHIVAL - ARE SUPERVISOR
             WHEN 'S' CALL 'SGVIDPRG'
             WHEN 'T' CALL 'VDVIDPRG'
             WHEN 'U' CALL 'CEVIDPRG'
             WHEN 'V' CALL 'GVVIDPRG'
             WHEN 'W' CALL 'KSVIDPRG'
             WHEN 'Y' CALL 'ENVIDPRG'
             WHEN 'Z' CALL 'CQVIDPRG'
             WHEN 'X' CONTINUE
             WHEN '0' CONTINUE
             WHEN OTHER PERFORM 0310-OTHER
               CLOSE LOG-AUDITORIA
           END-IF.
       0290-CATALOG-STATS-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL.
      *    WHOEVER UNLOCKS IT IS THE OPERATOR FROM HERE ON, WITH
      *    THEIR OWN ROLE GATING THE RESTRICTED OPTIONS; THE LOOP
      *    REPAINTS THE MENU RATHER THAN ENDING THE SESSION.
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
           MOVE LNK-BLQ-ID     TO WRK-OPERATOR.
           MOVE LNK-BLQ-PERFIL TO WRK-PERFIL.
           MOVE 'X'            TO WRK-OPTION.
       0298-IDLE-LOCK-END. EXIT.
      *
       0310-OTHER SECTION.
           INITIALIZE WRK-MSG.
