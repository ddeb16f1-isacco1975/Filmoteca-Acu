      ******************************************************************
      * FILE NAME   : SHVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : STAFF ROTA ROUTINE OF VIDEOTECA PROGRAM - SHIFT  *
      *               PLANNING PER BRANCH, THE WEEK'S COVERAGE SET     *
      *               AGAINST MEASURED COUNTER PEAKS, AND THE WEEKLY   *
      *               HOURS REPORT FOR PAYROLL FROM THE TIME CLOCK     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDROS.cpy'. *> STAFF ROTA DAT WORKBOOK
           COPY 'CPVIDTCS.cpy'. *> TIME CLOCK DAT WORKBOOK
           COPY 'CPVIDOPS.cpy'. *> OPERATORS DAT WORKBOOK
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
           SELECT ESCALA-REL
              ASSIGN       TO 'ESCALA-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-ESCALA-REL.
      *
           SELECT HORAS-REL
              ASSIGN       TO 'HORAS-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-HORAS-REL.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ESCALAS.
           COPY 'CPVIDROT.cpy'. *> STAFF ROTA DATA FILE
      *
       FD  RELOGIO.
           COPY 'CPVIDTCR.cpy'. *> TIME CLOCK DATA FILE
      *
       FD  OPERADORES.
           COPY 'CPVIDOPE.cpy'. *> OPERATOR DATA FILE
      *
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  ESCALA-REL.
       01 REG-ERL                PIC X(100).
      *
       FD  HORAS-REL.
       01 REG-HRS                PIC X(110).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDROW.cpy'. *> STAFF ROTA DAT WORKBOOK
           COPY 'CPVIDTCW.cpy'. *> TIME CLOCK DAT WORKBOOK
           COPY 'CPVIDOPW.cpy'. *> OPERATORS DAT WORKBOOK
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-ESCALA-REL            PIC X(02) VALUE '00'.
       77  FS-HORAS-REL             PIC X(02) VALUE '00'.
       77  WRK-SOPTION              PIC X(01) VALUE SPACE.
       77  WRK-PERFIL-SHV           PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-FILIAL               PIC X(02) VALUE '01'.
       77  WRK-FILIAL-TXT           PIC X(02) VALUE SPACES.
      *
      *    POLICY KNOBS FROM PARAMS.dat - WEEKLY HOURS BEFORE OVERTIME
      *    (HORASSEM), AVERAGE COUNTER EVENTS IN AN HOUR THAT MAKE IT
      *    A PEAK WORTH TWO PEOPLE (PICOHORA), AND HOW MANY PAST WEEKS
      *    OF LOANS THE PEAK AVERAGE IS TAKEN OVER (SEMPICO).
       77  WRK-HORAS-SEM            PIC 9(03) VALUE 044.
       77  WRK-PICO                 PIC 9(03) VALUE 005.
       77  WRK-SEMANAS              PIC 9(02) VALUE 08.
      *
      *    SHIFT BEING PLANNED.
       77  WRK-FIL-ASK              PIC X(02) VALUE SPACES.
       77  WRK-DATA-ASK             PIC 9(08) VALUE ZERO.
       77  WRK-OPE-ASK              PIC X(08) VALUE SPACES.
       77  WRK-INI-ASK              PIC X(05) VALUE SPACES.
       77  WRK-FIM-ASK              PIC X(05) VALUE SPACES.
       77  WRK-INI-MIN              PIC 9(04) VALUE ZERO.
       77  WRK-FIM-MIN              PIC 9(04) VALUE ZERO.
       77  WRK-ESC-EXISTE           PIC X(01) VALUE 'N'.
       77  WRK-ESC-ANTES            PIC X(45) VALUE SPACES.
      *
      *    HH:MM TO MINUTES-SINCE-MIDNIGHT, AND BACK FOR PRINTING.
       01  WRK-HHMM.
           05 WRK-HHMM-HH           PIC 9(02).
           05 WRK-HHMM-SEP          PIC X(01).
           05 WRK-HHMM-MM           PIC 9(02).
       77  WRK-HHMM-OK              PIC X(01) VALUE 'N'.
       77  WRK-MINUTOS              PIC 9(04) VALUE ZERO.
       77  WRK-FMT-MIN              PIC 9(05) VALUE ZERO.
       77  WRK-FMT-HH               PIC 9(03) VALUE ZERO.
       77  WRK-FMT-MM               PIC 9(02) VALUE ZERO.
       77  WRK-FMT-HH-EDIT          PIC ZZ9.
       01  WRK-HM-EDIT.
           05 WRK-HM-HH             PIC X(03).
           05 FILLER                PIC X(01) VALUE ':'.
           05 WRK-HM-MM             PIC 9(02).
      *
      *    THE WEEK BEING LOOKED AT - MONDAY TO SUNDAY.
       77  WRK-SEMANA-ASK           PIC 9(08) VALUE ZERO.
       77  WRK-SEG-INT              PIC 9(08) VALUE ZERO.
       77  WRK-SEG-NUM              PIC 9(08) VALUE ZERO.
       77  WRK-DOM-NUM              PIC 9(08) VALUE ZERO.
       77  WRK-DIA-INT              PIC 9(08) VALUE ZERO.
       77  WRK-DOW                  PIC 9(01) VALUE ZERO.
       77  WRK-DIA-IDX              PIC 9(01) VALUE ZERO.
       77  WRK-HORA-IDX             PIC 9(02) VALUE ZERO.
       77  WRK-HORA-ROT             PIC 9(02) VALUE ZERO.
       77  WRK-DIAS-NOMES           PIC X(21)
                                    VALUE 'MONTUEWEDTHUFRISATSUN'.
      *
      *    COVERAGE GRID - FOR EVERY HOUR AND WEEKDAY, COUNTER EVENTS
      *    OVER THE PAST WEEKS (THE SAME MEASURE HPVIDPRG PRINTS) AND
      *    HOW MANY PEOPLE THE WEEK'S ROTA PUTS ON THE FLOOR.
       01  TAB-COBERTURA.
           05 OCC-CBT-HORA OCCURS 24 TIMES.
              10 OCC-CBT-DIA OCCURS 7 TIMES.
                 15 EL-CBT-EVENTOS  PIC 9(05).
                 15 EL-CBT-EQUIPE   PIC 9(02).
       77  WRK-HIST-DE              PIC 9(08) VALUE ZERO.
       77  WRK-HIST-ATE             PIC 9(08) VALUE ZERO.
       77  WRK-DATA-EVT             PIC 9(08) VALUE ZERO.
       77  WRK-HORA-EVT             PIC X(05) VALUE SPACES.
       77  WRK-FILIAL-EVT           PIC X(02) VALUE SPACES.
       77  WRK-MEDIA                PIC 9(03) VALUE ZERO.
       77  WRK-MEDIA-EDIT           PIC ZZ9.
       77  WRK-EQUIPE-EDIT          PIC Z9.
       77  WRK-FLAG                 PIC X(01) VALUE SPACE.
       77  WRK-LINHA-USO            PIC X(01) VALUE 'N'.
       77  WRK-COL                  PIC 9(03) VALUE ZERO.
       77  WRK-SLOT                 PIC 9(04) VALUE ZERO.
       77  WRK-ALERTAS              PIC 9(04) VALUE ZERO.
       77  WRK-TURNOS               PIC 9(04) VALUE ZERO.
       77  WRK-CNT-EDIT             PIC Z(03)9.
      *
      *    WEEKLY HOURS - MINUTES WORKED PER WEEKDAY FOR THE OPERATOR
      *    BEING TOTALLED, AND THE REPORT'S COUNTS.
       01  TAB-MINUTOS.
           05 EL-MIN-DIA OCCURS 7 TIMES PIC 9(04).
       77  WRK-MIN-TOTAL            PIC 9(05) VALUE ZERO.
       77  WRK-MIN-LIMITE           PIC 9(05) VALUE ZERO.
       77  WRK-MIN-PUNCH            PIC 9(04) VALUE ZERO.
       77  WRK-OPE-ATUAL            PIC X(08) VALUE SPACES.
       77  WRK-OPE-ESQUECEU         PIC 9(02) VALUE ZERO.
       77  WRK-OPE-EM-TURNO         PIC X(01) VALUE 'N'.
       77  WRK-QTD-OPERADORES       PIC 9(04) VALUE ZERO.
       77  WRK-QTD-EXTRA            PIC 9(04) VALUE ZERO.
       77  WRK-QTD-ESQUECEU         PIC 9(04) VALUE ZERO.
       77  WRK-QTD-FALTAS           PIC 9(04) VALUE ZERO.
       77  WRK-RLG-ACHOU            PIC X(01) VALUE 'N'.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-SHVMNU.
           05 LINE 06 COLUMN 10 VALUE "+----------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. PLANEJAR    |".
           05 LINE 08 COLUMN 10 VALUE "| 2. COBERTURA   |".
           05 LINE 09 COLUMN 10 VALUE "| 3. HORAS SEMANA|".
           05 LINE 10 COLUMN 10 VALUE "| 0. SAIR        |".
           05 LINE 11 COLUMN 10 VALUE "|                |".
           05 LINE 12 COLUMN 10 VALUE "| OPCAO...: [ ]  |".
           05 LINE 13 COLUMN 10 VALUE "+----------------+".
           05 LINE 12 COLUMN 23 PIC X(01) USING WRK-SOPTION.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'SHVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0050-CHECK-PROFILE.
           IF WRK-CONTINUE EQUAL 'N'
               PERFORM 0700-END-PROGRAM
           END-IF.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

      *    THE ROTA AND THE PAYROLL HOURS ARE A SUPERVISOR'S JOB -
      *    THE PROFILE COMES FROM THE VIDEOTECA-PERFIL VARIABLE
      *    MNVIDPRG EXPORTS AT SIGN-ON, AS IN OPVIDPRG.
       0050-CHECK-PROFILE SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           ACCEPT WRK-PERFIL-SHV FROM ENVIRONMENT "VIDEOTECA-PERFIL".
      *
           IF WRK-PERFIL-SHV NOT EQUAL 'S'
              AND WRK-PERFIL-SHV NOT EQUAL 'A'
               MOVE "  * * *  S T A F F   R O T A  * * *"
                   TO WRK-TITLE
               MOVE "PF3=FIM" TO WRK-KEYS
               DISPLAY SCREEN-MAIN
               MOVE '43RESTRICTED TO SUPERVISORS.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               MOVE 'N' TO WRK-CONTINUE
           END-IF.
       0050-CHECK-PROFILE-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O ESCALAS.
           IF FS-ESCALAS EQUAL "35"
               OPEN OUTPUT ESCALAS
               CLOSE ESCALAS
               OPEN I-O ESCALAS
           END-IF.
      *
           IF FS-ESCALAS NOT EQUAL "00"
               MOVE '47ERROR OPENING ROTA FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-ESCALAS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING ROTA FILE.' TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT RELOGIO.
           IF FS-RELOGIO EQUAL "35"
               OPEN OUTPUT RELOGIO
               CLOSE RELOGIO
               OPEN INPUT RELOGIO
           END-IF.
      *
           OPEN INPUT OPERADORES.
           IF FS-OPERADORES EQUAL "35"
               OPEN OUTPUT OPERADORES
               CLOSE OPERADORES
               OPEN INPUT OPERADORES
           END-IF.
      *
           OPEN INPUT EMPRESTIMOS.
           IF FS-EMPRESTIMOS EQUAL "35"
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN INPUT EMPRESTIMOS
           END-IF.
      *
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
      *
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
      *
           ACCEPT WRK-FILIAL-TXT FROM ENVIRONMENT "VIDEOTECA-FILIAL".
           IF WRK-FILIAL-TXT NOT EQUAL SPACES
               MOVE WRK-FILIAL-TXT TO WRK-FILIAL
           END-IF.
      *
           OPEN INPUT PARAMS.
           IF FS-PARAMS EQUAL "00"
               MOVE 'HORASSEM' TO COD-PAR
               PERFORM 0110-FETCH-PARAM
               IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
                   MOVE WRK-PAR-NUM TO WRK-HORAS-SEM
               END-IF
               MOVE 'PICOHORA' TO COD-PAR
               PERFORM 0110-FETCH-PARAM
               IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
                   MOVE WRK-PAR-NUM TO WRK-PICO
               END-IF
               MOVE 'SEMPICO ' TO COD-PAR
               PERFORM 0110-FETCH-PARAM
               IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
                  AND WRK-PAR-NUM LESS 100
                   MOVE WRK-PAR-NUM TO WRK-SEMANAS
               END-IF
               CLOSE PARAMS
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0110-FETCH-PARAM SECTION.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0110-FETCH-PARAM-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE "  * * *  S T A F F   R O T A  * * *" TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE WRK-SOPTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-SHVMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-SHVMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-SOPTION
             WHEN '1' PERFORM 0310-PLAN-SHIFT
             WHEN '2' PERFORM 0340-COVERAGE-REPORT
             WHEN '3' PERFORM 0370-HOURS-REPORT
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
      *    A NEW OPERATOR HAS TO CLEAR THE SUPERVISOR CHECK AGAIN.
       0298-IDLE-LOCK SECTION.
           CLOSE LOG-AUDITORIA.
           CLOSE OPERADORES.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
           OPEN INPUT OPERADORES.
           MOVE LNK-BLQ-ID TO WRK-OPERATOR.
           IF BLQ-TROCOU
               PERFORM 0050-CHECK-PROFILE
           END-IF.
       0298-IDLE-LOCK-END. EXIT.

      *    ONE SHIFT PER OPERATOR, BRANCH AND DAY. KEYING THE SAME
      *    KEY AGAIN CHANGES THE HOURS; LEAVING THE START TIME BLANK
      *    ON A SHIFT ALREADY PLANNED TAKES IT OFF THE ROTA. EVERY
      *    CHANGE GOES TO THE AUDIT LOG, SINCE THE ROTA FEEDS PAYROLL.
       0310-PLAN-SHIFT SECTION.
           INITIALIZE WRK-MSG.
           MOVE SPACES TO WRK-FIL-ASK WRK-OPE-ASK
                          WRK-INI-ASK WRK-FIM-ASK.
           MOVE ZEROES TO WRK-DATA-ASK.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY 'BRANCH......: [  ]' AT LINE 08 COLUMN 14.
           DISPLAY WRK-FILIAL AT LINE 08 COLUMN 40.
           DISPLAY '(BLANK = THIS BRANCH)' AT LINE 08 COLUMN 43.
           ACCEPT WRK-FIL-ASK AT LINE 08 COLUMN 29.
           IF WRK-FIL-ASK EQUAL SPACES
               MOVE WRK-FILIAL TO WRK-FIL-ASK
           END-IF.
      *
           DISPLAY 'DATE........: [        ]' AT LINE 10 COLUMN 14.
           ACCEPT WRK-DATA-ASK AT LINE 10 COLUMN 29.
           IF WRK-DATA-ASK EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-ASK) NOT EQUAL ZERO
               MOVE '21INVALID DATE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
           IF WRK-DATA-ASK LESS WRK-TODAY-NUM
               MOVE '20CANNOT PLAN A SHIFT IN THE PAST.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           DISPLAY 'OPERATOR....: [        ]' AT LINE 12 COLUMN 14.
           ACCEPT WRK-OPE-ASK AT LINE 12 COLUMN 29.
           IF WRK-OPE-ASK EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-OPE-ASK TO ID-OPE.
           READ OPERADORES
               INVALID KEY
                   MOVE '48OPERATOR NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY NOME-OPE AT LINE 12 COLUMN 40 COLOR 11 HIGHLIGHT.
      *
           MOVE 'N' TO WRK-ESC-EXISTE.
           MOVE SPACES TO WRK-ESC-ANTES.
           MOVE WRK-FIL-ASK  TO FILIAL-ESC.
           MOVE WRK-DATA-ASK TO DATA-ESC.
           MOVE WRK-OPE-ASK  TO ID-OPE-ESC.
           READ ESCALAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ESC-EXISTE
                   STRING HORA-INI-ESC '-' HORA-FIM-ESC
                       DELIMITED BY SIZE INTO WRK-ESC-ANTES
                   DISPLAY 'PLANNED.....: ' AT LINE 14 COLUMN 14
                   DISPLAY WRK-ESC-ANTES AT LINE 14 COLUMN 29
                       COLOR 11 HIGHLIGHT
           END-READ.
      *
           DISPLAY 'START / END.: [     ] [     ]  (HH:MM)'
               AT LINE 16 COLUMN 14.
           ACCEPT WRK-INI-ASK AT LINE 16 COLUMN 29.
      *
           IF WRK-INI-ASK EQUAL SPACES
               IF WRK-ESC-EXISTE EQUAL 'S'
                   PERFORM 0330-DROP-SHIFT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WRK-FIM-ASK AT LINE 16 COLUMN 37.
      *
           MOVE WRK-INI-ASK TO WRK-HHMM.
           PERFORM 0900-TO-MINUTES.
           MOVE WRK-MINUTOS TO WRK-INI-MIN.
           IF WRK-HHMM-OK EQUAL 'S'
               MOVE WRK-FIM-ASK TO WRK-HHMM
               PERFORM 0900-TO-MINUTES
               MOVE WRK-MINUTOS TO WRK-FIM-MIN
           END-IF.
           IF WRK-HHMM-OK NOT EQUAL 'S'
               MOVE '20INVALID TIME - USE HH:MM.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
           IF WRK-FIM-MIN NOT GREATER WRK-INI-MIN
               MOVE '20SHIFT MUST END AFTER IT STARTS.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0320-SAVE-SHIFT.
       0310-PLAN-SHIFT-END. EXIT.

       0320-SAVE-SHIFT SECTION.
           MOVE WRK-INI-ASK  TO HORA-INI-ESC.
           MOVE WRK-FIM-ASK  TO HORA-FIM-ESC.
           MOVE WRK-OPERATOR TO AUTOR-ESC.
      *
           IF WRK-ESC-EXISTE EQUAL 'S'
               REWRITE REG-ESC
                   INVALID KEY
                       MOVE '42EDIT ERROR.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '54SHIFT CHANGED SUCCESSFULLY.' TO WRK-MSG
               END-REWRITE
           ELSE
               WRITE REG-ESC
                   INVALID KEY
                       MOVE '47ERROR RECORDING SHIFT.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '57SHIFT SUCCESSFULLY PLANNED.' TO WRK-MSG
               END-WRITE
           END-IF.
      *
           IF WRK-MSG(1:2) EQUAL '54' OR EQUAL '57'
               MOVE SPACES TO LOG-VALOR-NOVO
               STRING FILIAL-ESC ' ' DATA-ESC ' ' ID-OPE-ESC ' '
                      HORA-INI-ESC '-' HORA-FIM-ESC
                   DELIMITED BY SIZE INTO LOG-VALOR-NOVO
               PERFORM 0360-LOG-SHIFT
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-SAVE-SHIFT-END. EXIT.

       0330-DROP-SHIFT SECTION.
           MOVE 'N' TO WRK-AWAIT.
           MOVE '41REMOVE THIS SHIFT FROM THE ROTA (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27SHIFT KEPT.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           DELETE ESCALAS
               INVALID KEY
                   MOVE '42EDIT ERROR.' TO WRK-MSG
               NOT INVALID KEY
                   MOVE '54SHIFT REMOVED FROM THE ROTA.' TO WRK-MSG
                   MOVE SPACES TO LOG-VALOR-NOVO
                   STRING FILIAL-ESC ' ' DATA-ESC ' ' ID-OPE-ESC
                          ' REMOVED'
                       DELIMITED BY SIZE INTO LOG-VALOR-NOVO
                   PERFORM 0360-LOG-SHIFT
           END-DELETE.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0330-DROP-SHIFT-END. EXIT.

      *    WEEK COVERAGE FOR ONE BRANCH - THE PLANNED SHIFTS, THEN AN
      *    HOUR-BY-WEEKDAY GRID OF AVERAGE COUNTER TRAFFIC OVER THE
      *    PAST SEMPICO WEEKS AGAINST THE HEADS ON THE ROTA. AN HOUR
      *    WITH TRAFFIC AND NOBODY ON IS FLAGGED '!', A PEAK HOUR
      *    (PICOHORA EVENTS OR MORE) LEFT TO ONE PERSON IS FLAGGED '*'.
      *    LOANS ARE COUNTED AT THE BRANCH THAT CHECKED THEM OUT
      *    (BLANK ON LOANS FROM BEFORE BRANCHES - TAKEN AS '01').
       0340-COVERAGE-REPORT SECTION.
           INITIALIZE WRK-MSG TAB-COBERTURA.
           MOVE ZEROES TO WRK-ALERTAS WRK-TURNOS.
           MOVE SPACES TO WRK-FIL-ASK.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY 'BRANCH......: [  ]' AT LINE 08 COLUMN 14.
           DISPLAY WRK-FILIAL AT LINE 08 COLUMN 40.
           DISPLAY '(BLANK = THIS BRANCH)' AT LINE 08 COLUMN 43.
           ACCEPT WRK-FIL-ASK AT LINE 08 COLUMN 29.
           IF WRK-FIL-ASK EQUAL SPACES
               MOVE WRK-FILIAL TO WRK-FIL-ASK
           END-IF.
           PERFORM 0380-ASK-WEEK.
           IF WRK-SEG-NUM EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           OPEN OUTPUT ESCALA-REL.
           IF FS-ESCALA-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING ESCALA-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           COMPUTE WRK-DIA-INT = WRK-SEG-INT - 1.
           COMPUTE WRK-HIST-ATE =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-INT).
           COMPUTE WRK-DIA-INT = WRK-SEG-INT - WRK-SEMANAS * 7.
           COMPUTE WRK-HIST-DE =
               FUNCTION DATE-OF-INTEGER(WRK-DIA-INT).
      *
           MOVE SPACES TO REG-ERL.
           STRING 'VIDEOTECA - ROTA COVERAGE  BRANCH ' WRK-FIL-ASK
                  '  WEEK ' WRK-SEG-NUM ' TO ' WRK-DOM-NUM
               DELIMITED BY SIZE INTO REG-ERL.
           WRITE REG-ERL.
           MOVE SPACES TO REG-ERL.
           STRING 'TRAFFIC = AVERAGE COUNTER EVENTS PER WEEK, '
                  WRK-HIST-DE ' TO ' WRK-HIST-ATE
               DELIMITED BY SIZE INTO REG-ERL.
           WRITE REG-ERL.
           MOVE ALL '-' TO REG-ERL.
           WRITE REG-ERL.
           MOVE 'PLANNED SHIFTS' TO REG-ERL.
           WRITE REG-ERL.
      *
           PERFORM 0342-LOAD-ROTA.
           PERFORM 0345-LOAD-TRAFFIC.
      *
           MOVE SPACES TO REG-ERL.
           WRITE REG-ERL.
           MOVE SPACES TO REG-ERL.
           STRING 'HOUR   MON      TUE      WED      THU      FRI'
                  '      SAT      SUN       (TRAFFIC/STAFF)'
               DELIMITED BY SIZE INTO REG-ERL.
           WRITE REG-ERL.
           MOVE ALL '-' TO REG-ERL.
           WRITE REG-ERL.
           PERFORM VARYING WRK-HORA-IDX FROM 1 BY 1
                   UNTIL WRK-HORA-IDX GREATER 24
               PERFORM 0350-PRINT-COVERAGE-LINE
           END-PERFORM.
      *
           MOVE SPACES TO REG-ERL.
           WRITE REG-ERL.
           MOVE WRK-PICO TO WRK-MEDIA-EDIT.
           MOVE SPACES TO REG-ERL.
           STRING '! = TRAFFIC WITH NOBODY ON SHIFT   * = PEAK HOUR ('
                  WRK-MEDIA-EDIT ' EVENTS OR MORE) WITH ONE PERSON'
               DELIMITED BY SIZE INTO REG-ERL.
           WRITE REG-ERL.
           MOVE SPACES TO REG-ERL.
           MOVE WRK-TURNOS TO WRK-CNT-EDIT.
           STRING 'SHIFTS PLANNED: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO REG-ERL.
           MOVE WRK-ALERTAS TO WRK-CNT-EDIT.
           STRING '   HOURS FLAGGED: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO REG-ERL(21:).
           WRITE REG-ERL.
           CLOSE ESCALA-REL.
      *
           INITIALIZE WRK-MSG.
           STRING '57COVERAGE WRITTEN TO ESCALA-REL.TXT - '
                  WRK-CNT-EDIT ' HOURS FLAGGED.'
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0340-COVERAGE-REPORT-END. EXIT.

      *    THE BRANCH'S SHIFTS FOR THE WEEK, IN DATE ORDER - LISTED,
      *    AND SPREAD OVER THE HOURS THEY COVER. AN HOUR COUNTS AS
      *    COVERED WHEN THE SHIFT IS ON AT THE TOP OF THE HOUR.
       0342-LOAD-ROTA SECTION.
           MOVE WRK-FIL-ASK TO FILIAL-ESC.
           MOVE WRK-SEG-NUM TO DATA-ESC.
           MOVE LOW-VALUES  TO ID-OPE-ESC.
           START ESCALAS KEY IS NOT LESS CHAVE-ESC
               INVALID KEY MOVE 10 TO FS-ESCALAS
           END-START.
           IF FS-ESCALAS NOT EQUAL 10
               READ ESCALAS NEXT AT END MOVE 10 TO FS-ESCALAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-ESCALAS EQUAL 10
                     OR FILIAL-ESC NOT EQUAL WRK-FIL-ASK
                     OR DATA-ESC GREATER WRK-DOM-NUM
               COMPUTE WRK-DIA-INT =
                   FUNCTION INTEGER-OF-DATE(DATA-ESC)
               COMPUTE WRK-DOW = WRK-DIA-INT - WRK-SEG-INT + 1
               ADD 1 TO WRK-TURNOS
      *
               MOVE ID-OPE-ESC TO ID-OPE
               READ OPERADORES
                   INVALID KEY MOVE SPACES TO NOME-OPE
               END-READ
               MOVE SPACES TO REG-ERL
               STRING '  ' DATA-ESC ' '
                      WRK-DIAS-NOMES(WRK-DOW * 3 - 2:3) '  '
                      ID-OPE-ESC '  ' NOME-OPE '  '
                      HORA-INI-ESC '-' HORA-FIM-ESC
                   DELIMITED BY SIZE INTO REG-ERL
               WRITE REG-ERL
      *
               MOVE HORA-INI-ESC TO WRK-HHMM
               PERFORM 0900-TO-MINUTES
               MOVE WRK-MINUTOS TO WRK-INI-MIN
               MOVE HORA-FIM-ESC TO WRK-HHMM
               PERFORM 0900-TO-MINUTES
               MOVE WRK-MINUTOS TO WRK-FIM-MIN
               PERFORM VARYING WRK-HORA-IDX FROM 1 BY 1
                       UNTIL WRK-HORA-IDX GREATER 24
                   COMPUTE WRK-SLOT = (WRK-HORA-IDX - 1) * 60
                   IF WRK-SLOT NOT LESS WRK-INI-MIN
                      AND WRK-SLOT LESS WRK-FIM-MIN
                       ADD 1 TO EL-CBT-EQUIPE(WRK-HORA-IDX, WRK-DOW)
                   END-IF
               END-PERFORM
               READ ESCALAS NEXT AT END MOVE 10 TO FS-ESCALAS END-READ
           END-PERFORM.
      *
           IF WRK-TURNOS EQUAL ZEROES
               MOVE '  (NONE)' TO REG-ERL
               WRITE REG-ERL
           END-IF.
       0342-LOAD-ROTA-END. EXIT.

      *    COUNTER EVENTS (CHECKOUTS AND RETURNS, AS IN HPVIDPRG) AT
      *    THE BRANCH OVER THE PAST WEEKS, BY HOUR AND WEEKDAY.
       0345-LOAD-TRAFFIC SECTION.
           MOVE LOW-VALUES TO NUM-EMP.
           START EMPRESTIMOS KEY IS NOT LESS NUM-EMP
               INVALID KEY MOVE 10 TO FS-EMPRESTIMOS
           END-START.
           IF FS-EMPRESTIMOS NOT EQUAL 10
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-EMPRESTIMOS EQUAL 10
               MOVE FILIAL-EMP TO WRK-FILIAL-EVT
               IF WRK-FILIAL-EVT EQUAL SPACES
                   MOVE '01' TO WRK-FILIAL-EVT
               END-IF
               IF WRK-FILIAL-EVT EQUAL WRK-FIL-ASK
                   MOVE DATA-EMPRESTIMO TO WRK-DATA-EVT
                   MOVE HORA-EMP        TO WRK-HORA-EVT
                   PERFORM 0347-SCORE-EVENT
                   MOVE DATA-DEVOLUCAO  TO WRK-DATA-EVT
                   MOVE HORA-DEV-EMP    TO WRK-HORA-EVT
                   PERFORM 0347-SCORE-EVENT
               END-IF
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-PERFORM.
       0345-LOAD-TRAFFIC-END. EXIT.

       0347-SCORE-EVENT SECTION.
           IF WRK-DATA-EVT EQUAL ZEROES
              OR WRK-DATA-EVT LESS WRK-HIST-DE
              OR WRK-DATA-EVT GREATER WRK-HIST-ATE
              OR WRK-HORA-EVT(1:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-HORA-EVT(1:2) TO WRK-HORA-ROT.
           IF WRK-HORA-ROT GREATER 23
               EXIT PARAGRAPH
           END-IF.
      *
      *    INTEGER-OF-DATE DAY 1 IS A MONDAY - MOD 7 GIVES 1-6 FOR
      *    MONDAY TO SATURDAY AND 0 FOR SUNDAY, WHICH GOES LAST.
           COMPUTE WRK-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-EVT).
           COMPUTE WRK-DOW = FUNCTION MOD(WRK-DIA-INT 7).
           IF WRK-DOW EQUAL ZERO
               MOVE 7 TO WRK-DOW
           END-IF.
           ADD 1 TO EL-CBT-EVENTOS(WRK-HORA-ROT + 1, WRK-DOW).
       0347-SCORE-EVENT-END. EXIT.

      *    ONE GRID LINE PER HOUR - HOURS WITH NEITHER TRAFFIC NOR
      *    ANYONE ON THE ROTA ALL WEEK ARE LEFT OUT.
       0350-PRINT-COVERAGE-LINE SECTION.
           MOVE 'N' TO WRK-LINHA-USO.
           PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                   UNTIL WRK-DIA-IDX GREATER 7
               IF EL-CBT-EVENTOS(WRK-HORA-IDX, WRK-DIA-IDX)
                      GREATER ZERO
                  OR EL-CBT-EQUIPE(WRK-HORA-IDX, WRK-DIA-IDX)
                      GREATER ZERO
                   MOVE 'S' TO WRK-LINHA-USO
               END-IF
           END-PERFORM.
           IF WRK-LINHA-USO NOT EQUAL 'S'
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO REG-ERL.
           COMPUTE WRK-HORA-ROT = WRK-HORA-IDX - 1.
           MOVE WRK-HORA-ROT TO REG-ERL(1:2).
           MOVE 'H' TO REG-ERL(3:1).
      *
           PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                   UNTIL WRK-DIA-IDX GREATER 7
               COMPUTE WRK-MEDIA ROUNDED =
                   EL-CBT-EVENTOS(WRK-HORA-IDX, WRK-DIA-IDX)
                   / WRK-SEMANAS
               MOVE SPACE TO WRK-FLAG
               IF EL-CBT-EVENTOS(WRK-HORA-IDX, WRK-DIA-IDX)
                      GREATER ZERO
                  AND EL-CBT-EQUIPE(WRK-HORA-IDX, WRK-DIA-IDX)
                      EQUAL ZERO
                   MOVE '!' TO WRK-FLAG
               END-IF
               IF WRK-MEDIA NOT LESS WRK-PICO
                  AND EL-CBT-EQUIPE(WRK-HORA-IDX, WRK-DIA-IDX)
                      EQUAL 1
                   MOVE '*' TO WRK-FLAG
               END-IF
               IF WRK-FLAG NOT EQUAL SPACE
                   ADD 1 TO WRK-ALERTAS
               END-IF
      *
               COMPUTE WRK-COL = (WRK-DIA-IDX - 1) * 9 + 6
               MOVE WRK-MEDIA TO WRK-MEDIA-EDIT
               MOVE EL-CBT-EQUIPE(WRK-HORA-IDX, WRK-DIA-IDX)
                   TO WRK-EQUIPE-EDIT
               MOVE WRK-MEDIA-EDIT  TO REG-ERL(WRK-COL:3)
               MOVE '/'             TO REG-ERL(WRK-COL + 3:1)
               MOVE WRK-EQUIPE-EDIT TO REG-ERL(WRK-COL + 4:2)
               MOVE WRK-FLAG        TO REG-ERL(WRK-COL + 6:1)
           END-PERFORM.
           WRITE REG-ERL.
       0350-PRINT-COVERAGE-LINE-END. EXIT.

       0360-LOG-SHIFT SECTION.
           MOVE 'ESCALA'      TO LOG-OPERACAO.
           MOVE ZEROES        TO LOG-CODIGO.
           MOVE 'TURNO'       TO LOG-CAMPO.
           MOVE WRK-ESC-ANTES TO LOG-VALOR-ANTIGO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0360-LOG-SHIFT-END. EXIT.

      *    WEEKLY HOURS FOR PAYROLL, FROM THE TIME CLOCK. PER OPERATOR
      *    THE HOURS CLOCKED EACH DAY (A PUNCH COUNTS ON THE DAY IT
      *    STARTED) AND THE WEEK'S TOTAL, WITH ANY TIME OVER HORASSEM
      *    SHOWN AS OVERTIME. PUNCHES NEVER CLOCKED OUT ARE LISTED
      *    UNDER THE OPERATOR - THEY ADD NO HOURS UNTIL A SUPERVISOR
      *    SETTLES THEM. LAST COMES EVERY PAST SHIFT ON THE ROTA WHOSE
      *    OPERATOR NEVER CLOCKED IN THAT DAY, AT ANY BRANCH.
       0370-HOURS-REPORT SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-QTD-OPERADORES WRK-QTD-EXTRA
                          WRK-QTD-ESQUECEU WRK-QTD-FALTAS.
           COMPUTE WRK-MIN-LIMITE = WRK-HORAS-SEM * 60.
      *
           DISPLAY SCREEN-MAIN.
           PERFORM 0380-ASK-WEEK.
           IF WRK-SEG-NUM EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           OPEN OUTPUT HORAS-REL.
           IF FS-HORAS-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING HORAS-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO REG-HRS.
           STRING 'VIDEOTECA - WEEKLY HOURS FOR PAYROLL   WEEK '
                  WRK-SEG-NUM ' TO ' WRK-DOM-NUM
               DELIMITED BY SIZE INTO REG-HRS.
           WRITE REG-HRS.
           MOVE SPACES TO REG-HRS.
           MOVE WRK-HORAS-SEM TO WRK-FMT-HH-EDIT.
           STRING 'OVERTIME ABOVE ' WRK-FMT-HH-EDIT ' HOURS A WEEK'
               DELIMITED BY SIZE INTO REG-HRS.
           WRITE REG-HRS.
           MOVE SPACES TO REG-HRS.
           MOVE 'OPERATOR' TO REG-HRS(1:8).
           MOVE 'NAME'     TO REG-HRS(10:4).
           PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                   UNTIL WRK-DIA-IDX GREATER 7
               COMPUTE WRK-COL = (WRK-DIA-IDX - 1) * 7 + 34
               MOVE WRK-DIAS-NOMES(WRK-DIA-IDX * 3 - 2:3)
                   TO REG-HRS(WRK-COL:3)
           END-PERFORM.
           MOVE 'TOTAL'    TO REG-HRS(81:5).
           MOVE 'OVERTIME' TO REG-HRS(88:8).
           WRITE REG-HRS.
           MOVE ALL '-' TO REG-HRS.
           WRITE REG-HRS.
      *
           MOVE LOW-VALUES TO ID-OPE.
           START OPERADORES KEY IS NOT LESS ID-OPE
               INVALID KEY MOVE 10 TO FS-OPERADORES
           END-START.
           IF FS-OPERADORES NOT EQUAL 10
               READ OPERADORES NEXT AT END MOVE 10 TO FS-OPERADORES
               END-READ
           END-IF.
           PERFORM UNTIL FS-OPERADORES EQUAL 10
               PERFORM 0372-OPERATOR-HOURS
               READ OPERADORES NEXT AT END MOVE 10 TO FS-OPERADORES
               END-READ
           END-PERFORM.
      *
           MOVE SPACES TO REG-HRS.
           WRITE REG-HRS.
           MOVE 'PLANNED SHIFTS NOBODY WORKED' TO REG-HRS.
           WRITE REG-HRS.
           PERFORM 0376-UNWORKED-SHIFTS.
           IF WRK-QTD-FALTAS EQUAL ZEROES
               MOVE '  (NONE)' TO REG-HRS
               WRITE REG-HRS
           END-IF.
      *
           MOVE ALL '-' TO REG-HRS.
           WRITE REG-HRS.
           MOVE SPACES TO REG-HRS.
           MOVE WRK-QTD-OPERADORES TO WRK-CNT-EDIT.
           STRING 'OPERATORS: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO REG-HRS(1:16).
           MOVE WRK-QTD-EXTRA TO WRK-CNT-EDIT.
           STRING 'OVERTIME: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO REG-HRS(19:15).
           MOVE WRK-QTD-ESQUECEU TO WRK-CNT-EDIT.
           STRING 'MISSED CLOCK-OUTS: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO REG-HRS(36:24).
           MOVE WRK-QTD-FALTAS TO WRK-CNT-EDIT.
           STRING 'UNWORKED SHIFTS: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO REG-HRS(62:22).
           WRITE REG-HRS.
           CLOSE HORAS-REL.
      *
           MOVE '57HOURS WRITTEN TO HORAS-REL.TXT.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0370-HOURS-REPORT-END. EXIT.

       0372-OPERATOR-HOURS SECTION.
           INITIALIZE TAB-MINUTOS.
           MOVE ZEROES TO WRK-MIN-TOTAL WRK-OPE-ESQUECEU.
           MOVE 'N' TO WRK-OPE-EM-TURNO.
           MOVE 'N' TO WRK-RLG-ACHOU.
           MOVE ID-OPE TO WRK-OPE-ATUAL.
      *
           PERFORM 0378-START-PUNCHES.
           PERFORM UNTIL FS-RELOGIO EQUAL 10
                     OR ID-OPE-RLG NOT EQUAL WRK-OPE-ATUAL
                     OR DATA-RLG GREATER WRK-DOM-NUM
               MOVE 'S' TO WRK-RLG-ACHOU
               COMPUTE WRK-DIA-INT = FUNCTION INTEGER-OF-DATE(DATA-RLG)
               COMPUTE WRK-DOW = WRK-DIA-INT - WRK-SEG-INT + 1
               IF RLG-FECHADO
                   PERFORM 0374-PUNCH-MINUTES
                   ADD WRK-MIN-PUNCH TO EL-MIN-DIA(WRK-DOW)
                   ADD WRK-MIN-PUNCH TO WRK-MIN-TOTAL
               ELSE
                   IF DATA-RLG LESS WRK-TODAY-NUM
                       ADD 1 TO WRK-OPE-ESQUECEU
                   ELSE
                       MOVE 'S' TO WRK-OPE-EM-TURNO
                   END-IF
               END-IF
               READ RELOGIO NEXT AT END MOVE 10 TO FS-RELOGIO END-READ
           END-PERFORM.
      *
           IF WRK-RLG-ACHOU NOT EQUAL 'S'
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QTD-OPERADORES.
      *
           MOVE SPACES TO REG-HRS.
           MOVE WRK-OPE-ATUAL TO REG-HRS(1:8).
           MOVE NOME-OPE      TO REG-HRS(10:20).
           PERFORM VARYING WRK-DIA-IDX FROM 1 BY 1
                   UNTIL WRK-DIA-IDX GREATER 7
               MOVE EL-MIN-DIA(WRK-DIA-IDX) TO WRK-FMT-MIN
               PERFORM 0910-EDIT-MINUTES
               COMPUTE WRK-COL = (WRK-DIA-IDX - 1) * 7 + 31
               MOVE WRK-HM-EDIT TO REG-HRS(WRK-COL:6)
           END-PERFORM.
           MOVE WRK-MIN-TOTAL TO WRK-FMT-MIN.
           PERFORM 0910-EDIT-MINUTES.
           MOVE WRK-HM-EDIT TO REG-HRS(80:6).
           IF WRK-MIN-TOTAL GREATER WRK-MIN-LIMITE
               ADD 1 TO WRK-QTD-EXTRA
               COMPUTE WRK-FMT-MIN = WRK-MIN-TOTAL - WRK-MIN-LIMITE
               PERFORM 0910-EDIT-MINUTES
               MOVE WRK-HM-EDIT TO REG-HRS(90:6)
           END-IF.
           IF WRK-OPE-EM-TURNO EQUAL 'S'
               MOVE 'ON DUTY' TO REG-HRS(98:7)
           END-IF.
           WRITE REG-HRS.
      *
      *    SECOND PASS OVER THE SAME PUNCHES TO LIST THE OPEN ONES
      *    UNDERNEATH THE OPERATOR'S LINE.
           IF WRK-OPE-ESQUECEU GREATER ZERO
               PERFORM 0378-START-PUNCHES
               PERFORM UNTIL FS-RELOGIO EQUAL 10
                         OR ID-OPE-RLG NOT EQUAL WRK-OPE-ATUAL
                         OR DATA-RLG GREATER WRK-DOM-NUM
                   IF RLG-ABERTO AND DATA-RLG LESS WRK-TODAY-NUM
                       ADD 1 TO WRK-QTD-ESQUECEU
                       MOVE SPACES TO REG-HRS
                       STRING '         MISSED CLOCK-OUT ' DATA-RLG
                              ' - IN AT ' HORA-ENT-RLG
                              ', BRANCH ' FILIAL-RLG
                           DELIMITED BY SIZE INTO REG-HRS
                       WRITE REG-HRS
                   END-IF
                   READ RELOGIO NEXT AT END MOVE 10 TO FS-RELOGIO
                   END-READ
               END-PERFORM
           END-IF.
       0372-OPERATOR-HOURS-END. EXIT.

       0374-PUNCH-MINUTES SECTION.
           MOVE HORA-ENT-RLG TO WRK-HHMM.
           PERFORM 0900-TO-MINUTES.
           MOVE WRK-MINUTOS TO WRK-INI-MIN.
           MOVE HORA-SAI-RLG TO WRK-HHMM.
           PERFORM 0900-TO-MINUTES.
           MOVE WRK-MINUTOS TO WRK-FIM-MIN.
      *    CLOCKED OUT AFTER MIDNIGHT - THE STRETCH RUNS INTO THE
      *    NEXT DAY.
           IF WRK-FIM-MIN LESS WRK-INI-MIN
               ADD 1440 TO WRK-FIM-MIN
           END-IF.
           COMPUTE WRK-MIN-PUNCH = WRK-FIM-MIN - WRK-INI-MIN.
       0374-PUNCH-MINUTES-END. EXIT.

      *    PAST SHIFTS IN THE WEEK, EVERY BRANCH, CHECKED AGAINST THE
      *    TIME CLOCK. TODAY'S AND LATER SHIFTS ARE NOT YET DUE.
       0376-UNWORKED-SHIFTS SECTION.
           MOVE LOW-VALUES TO CHAVE-ESC.
           START ESCALAS KEY IS NOT LESS CHAVE-ESC
               INVALID KEY MOVE 10 TO FS-ESCALAS
           END-START.
           IF FS-ESCALAS NOT EQUAL 10
               READ ESCALAS NEXT AT END MOVE 10 TO FS-ESCALAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-ESCALAS EQUAL 10
               IF DATA-ESC NOT LESS WRK-SEG-NUM
                  AND DATA-ESC NOT GREATER WRK-DOM-NUM
                  AND DATA-ESC LESS WRK-TODAY-NUM
                   MOVE ID-OPE-ESC TO WRK-OPE-ATUAL
                   MOVE 'N' TO WRK-RLG-ACHOU
                   INITIALIZE REG-RLG
                   MOVE ID-OPE-ESC TO ID-OPE-RLG
                   MOVE DATA-ESC   TO DATA-RLG
                   START RELOGIO KEY IS NOT LESS CHAVE-RLG
                       INVALID KEY MOVE 10 TO FS-RELOGIO
                   END-START
                   IF FS-RELOGIO NOT EQUAL 10
                       READ RELOGIO NEXT AT END MOVE 10 TO FS-RELOGIO
                       END-READ
                   END-IF
                   IF FS-RELOGIO NOT EQUAL 10
                      AND ID-OPE-RLG EQUAL ID-OPE-ESC
                      AND DATA-RLG EQUAL DATA-ESC
                       MOVE 'S' TO WRK-RLG-ACHOU
                   END-IF
                   IF WRK-RLG-ACHOU NOT EQUAL 'S'
                       ADD 1 TO WRK-QTD-FALTAS
                       MOVE SPACES TO REG-HRS
                       STRING '  ' DATA-ESC '  BRANCH ' FILIAL-ESC
                              '  ' ID-OPE-ESC '  '
                              HORA-INI-ESC '-' HORA-FIM-ESC
                           DELIMITED BY SIZE INTO REG-HRS
                       WRITE REG-HRS
                   END-IF
               END-IF
               READ ESCALAS NEXT AT END MOVE 10 TO FS-ESCALAS END-READ
           END-PERFORM.
       0376-UNWORKED-SHIFTS-END. EXIT.

      *    POSITIONS THE TIME CLOCK ON THE CURRENT OPERATOR'S FIRST
      *    PUNCH OF THE WEEK.
       0378-START-PUNCHES SECTION.
           INITIALIZE REG-RLG.
           MOVE WRK-OPE-ATUAL TO ID-OPE-RLG.
           MOVE WRK-SEG-NUM   TO DATA-RLG.
           START RELOGIO KEY IS NOT LESS CHAVE-RLG
               INVALID KEY MOVE 10 TO FS-RELOGIO
           END-START.
           IF FS-RELOGIO NOT EQUAL 10
               READ RELOGIO NEXT AT END MOVE 10 TO FS-RELOGIO END-READ
           END-IF.
       0378-START-PUNCHES-END. EXIT.

      *    ANY DAY OF THE WEEK WANTED (BLANK FOR THIS WEEK) - WORKED
      *    BACK TO ITS MONDAY. LEAVES WRK-SEG-NUM ZERO ON A BAD DATE.
       0380-ASK-WEEK SECTION.
           MOVE ZEROES TO WRK-SEMANA-ASK WRK-SEG-NUM.
           DISPLAY 'ANY DATE IN THE WEEK (AAAAMMDD): [        ]'
               AT LINE 12 COLUMN 14.
           ACCEPT WRK-SEMANA-ASK AT LINE 12 COLUMN 48.
           IF WRK-SEMANA-ASK EQUAL ZEROES
               MOVE WRK-TODAY-NUM TO WRK-SEMANA-ASK
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-SEMANA-ASK)
                  NOT EQUAL ZERO
               MOVE '21INVALID DATE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           COMPUTE WRK-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WRK-SEMANA-ASK).
           COMPUTE WRK-DOW = FUNCTION MOD(WRK-DIA-INT 7).
           IF WRK-DOW EQUAL ZERO
               MOVE 7 TO WRK-DOW
           END-IF.
           COMPUTE WRK-SEG-INT = WRK-DIA-INT - WRK-DOW + 1.
           COMPUTE WRK-SEG-NUM = FUNCTION DATE-OF-INTEGER(WRK-SEG-INT).
           COMPUTE WRK-DIA-INT = WRK-SEG-INT + 6.
           COMPUTE WRK-DOM-NUM = FUNCTION DATE-OF-INTEGER(WRK-DIA-INT).
       0380-ASK-WEEK-END. EXIT.

      *    HH:MM IN WRK-HHMM TO MINUTES SINCE MIDNIGHT IN WRK-MINUTOS;
      *    WRK-HHMM-OK SAYS WHETHER IT WAS A REAL TIME OF DAY.
       0900-TO-MINUTES SECTION.
           MOVE 'N' TO WRK-HHMM-OK.
           MOVE ZEROES TO WRK-MINUTOS.
           IF WRK-HHMM-HH NOT NUMERIC
              OR WRK-HHMM-MM NOT NUMERIC
              OR WRK-HHMM-SEP NOT EQUAL ':'
               EXIT PARAGRAPH
           END-IF.
           IF WRK-HHMM-HH GREATER 23 OR WRK-HHMM-MM GREATER 59
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-HHMM-OK.
           COMPUTE WRK-MINUTOS = WRK-HHMM-HH * 60 + WRK-HHMM-MM.
       0900-TO-MINUTES-END. EXIT.

      *    MINUTES IN WRK-FMT-MIN TO 'HHH:MM' IN WRK-HM-EDIT.
       0910-EDIT-MINUTES SECTION.
           DIVIDE WRK-FMT-MIN BY 60 GIVING WRK-FMT-HH
               REMAINDER WRK-FMT-MM.
           MOVE WRK-FMT-HH TO WRK-FMT-HH-EDIT.
           MOVE WRK-FMT-HH-EDIT TO WRK-HM-HH.
           MOVE WRK-FMT-MM TO WRK-HM-MM.
       0910-EDIT-MINUTES-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE ESCALAS RELOGIO OPERADORES EMPRESTIMOS LOG-AUDITORIA.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM SHVIDPRG.
