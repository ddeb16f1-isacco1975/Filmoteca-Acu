      ******************************************************************
      * FILE NAME   : NFVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : FISCAL RECEIPT REGISTER OF VIDEOTECA PROGRAM -   *
      *               VOID A FISCAL NUMBER PRINTED IN ERROR (WITH      *
      *               SUPERVISOR APPROVAL) AND PRINT THE SEQUENCE FOR  *
      *               A MONTH, ISSUED AND VOIDED, CHECKING FOR GAPS    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDFSS.cpy'. *> FISCAL RECEIPT REGISTER WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
           SELECT FISCAL-REL
              ASSIGN       TO 'FISCAL-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-FISCAL-REL.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL.
           COPY 'CPVIDFSC.cpy'. *> FISCAL RECEIPT REGISTER DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  FISCAL-REL.
       01 REG-FRL                PIC X(80).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDFSW.cpy'. *> FISCAL RECEIPT REGISTER WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE
           COPY 'CPVIDVFL.cpy'. *> VERIFY-CREDENTIALS LINKAGE
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-FISCAL-REL            PIC X(02) VALUE '00'.
       77  WRK-FOPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-MOTIVO               PIC X(08) VALUE SPACES.
      *
      *    MONTH BEING LISTED - THE LAST DAY IS TAKEN AS THE 31ST,
      *    WHICH NO SLIP DATE CAN PASS.
       77  WRK-PERIODO              PIC 9(06) VALUE ZERO.
       77  WRK-PER-INI              PIC 9(08) VALUE ZERO.
       77  WRK-PER-FIM              PIC 9(08) VALUE ZERO.
      *
      *    SEQUENCE CHECK - THE LAST NUMBER SEEN IN THE MONTH AND THE
      *    FIRST ONE MISSING AFTER IT WHEN THE NEXT DOES NOT FOLLOW.
       77  WRK-FIS-ANT              PIC 9(07) VALUE ZERO.
       77  WRK-FIS-FALTA            PIC 9(07) VALUE ZERO.
       77  WRK-FIS-ATE              PIC 9(07) VALUE ZERO.
      *
      *    REPORT TOTALS.
       77  WRK-QT-EMITIDO           PIC 9(05) VALUE ZERO.
       77  WRK-QT-CANCELADO         PIC 9(05) VALUE ZERO.
       77  WRK-QT-FALTA             PIC 9(05) VALUE ZERO.
       77  WRK-VL-EMITIDO           PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-IM-EMITIDO           PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-VL-CANCELADO         PIC 9(07)V9(02) VALUE ZERO.
      *
       77  WRK-VALOR-EDIT           PIC ZZZ.ZZ9,99.
       77  WRK-TOTAL-EDIT           PIC Z.ZZZ.ZZ9,99.
       77  WRK-QTDE-EDIT            PIC Z(04)9.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-FISMNU.
           05 LINE 06 COLUMN 10 VALUE "+---------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. ANULAR     |".
           05 LINE 08 COLUMN 10 VALUE "| 2. SEQUENCIA  |".
           05 LINE 09 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 10 COLUMN 10 VALUE "|               |".
           05 LINE 11 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 12 COLUMN 10 VALUE "+---------------+".
           05 LINE 11 COLUMN 23 PIC X(01) USING WRK-FOPTION.
      *
       01  SCREEN-FISEDT.
           05 LINE 07 COLUMN 30 VALUE "RECEIPT NUMBER: [       ]".
      *
       01  SCREEN-FISEDT-KEY.
           05 LINE 07 COLUMN 47 PIC 9(07) USING NUM-FIS
              COLOR 6 HIGHLIGHT.
      *
       01  SCREEN-FISEDT-DATA.
           05 LINE 08 COLUMN 30 VALUE "ISSUED........: ".
           05 LINE 08 COLUMN 47 PIC 9(08) FROM DATA-FIS.
           05 LINE 08 COLUMN 56 PIC X(05) FROM HORA-FIS.
           05 LINE 09 COLUMN 30 VALUE "SLIP FOR......: ".
           05 LINE 09 COLUMN 47 PIC X(01) FROM ORIGEM-FIS.
           05 LINE 09 COLUMN 49 PIC 9(05) FROM NUM-DOC-FIS.
           05 LINE 09 COLUMN 56 VALUE "(E=LOAN D=RETURN V=SALE)".
           05 LINE 10 COLUMN 30 VALUE "AMOUNT........: ".
           05 LINE 10 COLUMN 47 PIC ZZZ.ZZ9,99 FROM VALOR-FIS.
           05 LINE 11 COLUMN 30 VALUE "TAXES INCLUDED: ".
           05 LINE 11 COLUMN 47 PIC ZZZ.ZZ9,99 FROM IMPOSTO-FIS.
           05 LINE 12 COLUMN 30 VALUE "OPERATOR......: ".
           05 LINE 12 COLUMN 47 PIC X(08) FROM OPERADOR-FIS.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'NFVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O FISCAL.
      *
           IF FS-FISCAL EQUAL "35"
               OPEN OUTPUT FISCAL
               CLOSE FISCAL
               OPEN I-O FISCAL
           END-IF.
      *
           IF FS-FISCAL NOT EQUAL "00"
               MOVE '47ERROR OPENING FISCAL REGISTER FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-FISCAL TO WS-ABEND-CODE
               MOVE 'ERROR OPENING FISCAL REGISTER FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
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
           MOVE " * *  F I S C A L   R E C E I P T S  * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE WRK-FOPTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-FISMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-FISMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-FOPTION
             WHEN '1' PERFORM 0310-VOID-NUMBER
             WHEN '2' PERFORM 0400-PRINT-SEQUENCE
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

      *    A SLIP SPOILED OR PRINTED IN ERROR: ITS NUMBER IS MARKED
      *    VOID WITH THE REASON AND THE SUPERVISOR WHO PASSED IT. THE
      *    ROW STAYS ON FILE SO THE SEQUENCE NEVER BREAKS, AND IS
      *    LISTED ON THE MONTH'S TAX RETURN WORKSHEET. THE CHARGE OR
      *    SALE ITSELF IS NOT TOUCHED - REVERSE IT WHERE IT WAS TAKEN.
       0310-VOID-NUMBER SECTION.
           INITIALIZE REG-FIS WRK-MSG.
           DISPLAY SCREEN-FISEDT.
           ACCEPT  SCREEN-FISEDT-KEY.
      *
           IF NUM-FIS EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           READ FISCAL
               INVALID KEY
                   MOVE '48RECEIPT NUMBER NOT ISSUED.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           DISPLAY SCREEN-FISEDT-DATA.
           IF FIS-CANCELADO
               MOVE '43RECEIPT NUMBER ALREADY VOID.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           DISPLAY 'REASON CODE...: [        ]' AT LINE 14 COLUMN 30.
           MOVE SPACES TO WRK-MOTIVO.
           ACCEPT WRK-MOTIVO AT LINE 14 COLUMN 47.
           IF WRK-MOTIVO EQUAL SPACES
               MOVE '20A REASON CODE IS REQUIRED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41CONFIRM VOIDING THIS RECEIPT NUMBER (Y/N)?'
               TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27VOID CANCELLED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'S' TO LNK-VRF-PERFIL-MIN.
           CALL 'VFVIDPRG' USING LNK-VERIFY.
           IF NOT VRF-APROVADO
               MOVE '43NOT APPROVED - SUPERVISOR CREDENTIALS FAILED.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           SET FIS-CANCELADO  TO TRUE.
           MOVE WRK-TODAY-NUM TO DATA-CANC-FIS.
           MOVE WRK-MOTIVO    TO MOTIVO-CANC-FIS.
           MOVE LNK-VRF-ID    TO APROV-CANC-FIS.
           REWRITE REG-FIS
               INVALID KEY
                   MOVE '43ERROR VOIDING RECEIPT NUMBER.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-REWRITE.
      *
           MOVE 'FISCALCN'       TO LOG-OPERACAO.
           MOVE NUM-DOC-FIS      TO LOG-CODIGO.
           MOVE SPACES           TO LOG-CAMPO.
           STRING 'NF' NUM-FIS DELIMITED BY SIZE INTO LOG-CAMPO.
           MOVE VALOR-FIS        TO WRK-VALOR-EDIT.
           MOVE SPACES           TO LOG-VALOR-ANTIGO.
           STRING 'ISSUED ' DATA-FIS ' ' ORIGEM-FIS ' '
                  WRK-VALOR-EDIT
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           MOVE SPACES           TO LOG-VALOR-NOVO.
           STRING 'VOID ' WRK-MOTIVO ' APPROVED BY ' LNK-VRF-ID
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0360-WRITE-AUDIT-LOG.
      *
           MOVE '54RECEIPT NUMBER VOIDED.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-VOID-NUMBER-END. EXIT.

       0360-WRITE-AUDIT-LOG SECTION.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0360-WRITE-AUDIT-LOG-END. EXIT.

      *    THE MONTH'S NUMBERS IN ORDER, ISSUED AND VOID, WITH A LINE
      *    FOR EVERY RUN OF NUMBERS MISSING BETWEEN TWO ON FILE. THE
      *    REGISTER IS WALKED ON ITS PRIME KEY SO THE CHECK FOLLOWS
      *    THE SEQUENCE ITSELF, NOT THE ORDER THE SLIPS WERE DATED.
       0400-PRINT-SEQUENCE SECTION.
           DISPLAY SCREEN-MAIN.
           DISPLAY 'SEQUENCE FOR PERIOD (AAAAMM): [      ]'
               AT LINE 10 COLUMN 14.
           MOVE ZEROES TO WRK-PERIODO.
           ACCEPT WRK-PERIODO AT LINE 10 COLUMN 45.
           IF WRK-PERIODO EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-PER-INI = WRK-PERIODO * 100 + 1.
           COMPUTE WRK-PER-FIM = WRK-PERIODO * 100 + 31.
      *
           MOVE ZEROES TO WRK-FIS-ANT WRK-QT-EMITIDO WRK-QT-CANCELADO
                          WRK-QT-FALTA WRK-VL-EMITIDO WRK-IM-EMITIDO
                          WRK-VL-CANCELADO.
      *
           OPEN OUTPUT FISCAL-REL.
           IF FS-FISCAL-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING FISCAL-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO REG-FRL.
           STRING 'VIDEOTECA - FISCAL RECEIPT SEQUENCE FOR PERIOD '
                  WRK-PERIODO ' AT ' WRK-DATE
               DELIMITED BY SIZE INTO REG-FRL.
           WRITE REG-FRL.
           MOVE ALL '=' TO REG-FRL.
           WRITE REG-FRL.
           MOVE 'NUMBER  DATE     TIME  FOR  DOC.      AMOUNT'
               TO REG-FRL.
           MOVE '     TAXES ST REASON   APPROVED' TO REG-FRL(46:).
           WRITE REG-FRL.
           MOVE ALL '-' TO REG-FRL.
           WRITE REG-FRL.
      *
           MOVE ZEROES TO NUM-FIS.
           START FISCAL KEY IS NOT LESS NUM-FIS
               INVALID KEY MOVE 10 TO FS-FISCAL
           END-START.
           IF FS-FISCAL NOT EQUAL 10
               READ FISCAL NEXT AT END MOVE 10 TO FS-FISCAL END-READ
           END-IF.
      *
           PERFORM UNTIL FS-FISCAL EQUAL 10
               IF DATA-FIS NOT LESS WRK-PER-INI
                  AND DATA-FIS NOT GREATER WRK-PER-FIM
                   PERFORM 0410-WRITE-NUMBER-LINE
               END-IF
               READ FISCAL NEXT AT END MOVE 10 TO FS-FISCAL END-READ
           END-PERFORM.
      *
           MOVE ALL '=' TO REG-FRL.
           WRITE REG-FRL.
           MOVE WRK-QT-EMITIDO TO WRK-QTDE-EDIT.
           MOVE WRK-VL-EMITIDO TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-FRL.
           STRING 'ISSUED.....: ' WRK-QTDE-EDIT '  AMOUNT '
                  WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-FRL.
           MOVE WRK-IM-EMITIDO TO WRK-TOTAL-EDIT.
           STRING '  TAXES ' WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-FRL(46:).
           WRITE REG-FRL.
           MOVE WRK-QT-CANCELADO TO WRK-QTDE-EDIT.
           MOVE WRK-VL-CANCELADO TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-FRL.
           STRING 'VOID.......: ' WRK-QTDE-EDIT '  AMOUNT '
                  WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-FRL.
           WRITE REG-FRL.
           MOVE WRK-QT-FALTA TO WRK-QTDE-EDIT.
           MOVE SPACES TO REG-FRL.
           STRING 'GAPS.......: ' WRK-QTDE-EDIT
               DELIMITED BY SIZE INTO REG-FRL.
           WRITE REG-FRL.
           CLOSE FISCAL-REL.
      *
           MOVE 'FISCAL'         TO LNK-SPL-NOME.
           MOVE 'FISCAL-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
      *
           IF WRK-QT-FALTA EQUAL ZEROES
               MOVE '57FISCAL-REL.txt WRITTEN - SEQUENCE UNBROKEN.'
                   TO WRK-MSG
           ELSE
               MOVE '43FISCAL-REL.txt WRITTEN - SEQUENCE HAS GAPS.'
                   TO WRK-MSG
           END-IF.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0400-PRINT-SEQUENCE-END. EXIT.

       0410-WRITE-NUMBER-LINE SECTION.
           IF WRK-FIS-ANT NOT EQUAL ZEROES
              AND NUM-FIS GREATER WRK-FIS-ANT + 1
               ADD 1 TO WRK-QT-FALTA
               ADD 1 TO WRK-FIS-ANT GIVING WRK-FIS-FALTA
               SUBTRACT 1 FROM NUM-FIS GIVING WRK-FIS-ATE
               MOVE SPACES TO REG-FRL
               STRING '*** NUMBERS ' WRK-FIS-FALTA ' TO '
                      WRK-FIS-ATE ' MISSING ***'
                   DELIMITED BY SIZE INTO REG-FRL
               WRITE REG-FRL
           END-IF.
           MOVE NUM-FIS TO WRK-FIS-ANT.
      *
           IF FIS-CANCELADO
               ADD 1         TO WRK-QT-CANCELADO
               ADD VALOR-FIS TO WRK-VL-CANCELADO
           ELSE
               ADD 1           TO WRK-QT-EMITIDO
               ADD VALOR-FIS   TO WRK-VL-EMITIDO
               ADD IMPOSTO-FIS TO WRK-IM-EMITIDO
           END-IF.
      *
           MOVE SPACES TO REG-FRL.
           MOVE NUM-FIS        TO REG-FRL(1:7).
           MOVE DATA-FIS       TO REG-FRL(9:8).
           MOVE HORA-FIS       TO REG-FRL(18:5).
           MOVE ORIGEM-FIS     TO REG-FRL(25:1).
           MOVE NUM-DOC-FIS    TO REG-FRL(29:5).
           MOVE VALOR-FIS      TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT TO REG-FRL(35:10).
           MOVE IMPOSTO-FIS    TO WRK-VALOR-EDIT.
           MOVE WRK-VALOR-EDIT TO REG-FRL(46:10).
           MOVE STATUS-FIS     TO REG-FRL(57:1).
           IF FIS-CANCELADO
               MOVE MOTIVO-CANC-FIS TO REG-FRL(60:8)
               MOVE APROV-CANC-FIS  TO REG-FRL(69:8)
           END-IF.
           WRITE REG-FRL.
       0410-WRITE-NUMBER-LINE-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE LOG-AUDITORIA FISCAL.
      *
           IF FS-FISCAL NOT EQUAL "00"
               MOVE '47ERROR CLOSING FISCAL REGISTER FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-FISCAL TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING FISCAL REGISTER FILE.'
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

       END PROGRAM NFVIDPRG.
