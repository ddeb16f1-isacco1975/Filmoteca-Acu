      ******************************************************************
      * FILE NAME   : DVVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : PARTNER DEFAULTER EXCHANGE OF VIDEOTECA PROGRAM  *
      *               - EXPORTS OUR BORROWERS IN COLLECTIONS OR        *
      *               BLOCKED FOR OVERDUE ITEMS/UNPAID FEES, KNOWN     *
      *               ONLY BY A CPF HASH, AND LOADS EACH PARTNER'S     *
      *               LIST FOR THE CHECKOUT DESK TO WARN ON            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DVVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDPRS.cpy'. *> PARTNERS DAT WORKBOOK
           COPY 'CPVIDDVS.cpy'. *> PARTNER DEFAULTER LIST WORKBOOK
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDTXS.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
      *    THE EXCHANGE FILE ITSELF - OURS GOES OUT AS
      *    DEVEDORES-EXP.txt, A PARTNER'S COMES IN AS
      *    DEVEDORES-<PARTNER CODE>.txt.
           SELECT DEVEDORES-TXT
              ASSIGN       TO WRK-DVX-FILE
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-DEVEDORES-TXT.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PARCEIROS.
           COPY 'CPVIDPRC.cpy'. *> PARTNER DATA FILE
      *
       FD  DEVEDORES.
           COPY 'CPVIDDVR.cpy'. *> PARTNER DEFAULTER LIST DATA FILE
      *
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  TAXAS.
           COPY 'CPVIDTAX.cpy'. *> FEE LEDGER DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  DEVEDORES-TXT.
           COPY 'CPVIDDVX.cpy'. *> DEFAULTER EXCHANGE RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDINW.cpy'. *> PARTNERS/EXCHANGE DAT WORKBOOK
           COPY 'CPVIDDVW.cpy'. *> PARTNER DEFAULTER LIST WORKBOOK
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDTXW.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-DEVEDORES-TXT         PIC X(02).
       77  WRK-DVX-FILE             PIC X(20) VALUE SPACES.
       77  WRK-XOPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-DEV-PRC              PIC X(02) VALUE SPACES.
       77  WRK-DEV-MOTIVO           PIC X(01) VALUE SPACE.
       77  WRK-DEV-LIDOS            PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-DEV-GRAVADOS         PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-DEV-REJEITADOS       PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-DEV-REMOVIDOS        PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-COUNT-EDIT           PIC Z(04)9.
       77  WRK-COUNT-EDIT2          PIC Z(04)9.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-DEVMNU.
           05 LINE 06 COLUMN 10 VALUE "+---------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. EXPORTAR   |".
           05 LINE 08 COLUMN 10 VALUE "| 2. IMPORTAR   |".
           05 LINE 09 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 10 COLUMN 10 VALUE "|               |".
           05 LINE 11 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 12 COLUMN 10 VALUE "+---------------+".
           05 LINE 11 COLUMN 23 PIC X(01) USING WRK-XOPTION.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'DVVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN INPUT PARCEIROS.
           IF FS-PARCEIROS EQUAL "35"
               OPEN OUTPUT PARCEIROS
               CLOSE PARCEIROS
               OPEN INPUT PARCEIROS
           END-IF.
      *
           IF FS-PARCEIROS NOT EQUAL "00"
               MOVE '47ERROR OPENING PARTNERS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PARCEIROS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING PARTNERS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O DEVEDORES.
           IF FS-DEVEDORES EQUAL "35"
               OPEN OUTPUT DEVEDORES
               CLOSE DEVEDORES
               OPEN I-O DEVEDORES
           END-IF.
      *
           IF FS-DEVEDORES NOT EQUAL "00"
               MOVE '47ERROR OPENING DEFAULTER LIST FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-DEVEDORES TO WS-ABEND-CODE
               MOVE 'ERROR OPENING DEFAULTER LIST FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT BORROWERS.
           IF FS-BORROWERS EQUAL "35"
               OPEN OUTPUT BORROWERS
               CLOSE BORROWERS
               OPEN INPUT BORROWERS
           END-IF.
      *
           OPEN INPUT EMPRESTIMOS.
           IF FS-EMPRESTIMOS EQUAL "35"
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN INPUT EMPRESTIMOS
           END-IF.
      *
           OPEN INPUT TAXAS.
           IF FS-TAXAS EQUAL "35"
               OPEN OUTPUT TAXAS
               CLOSE TAXAS
               OPEN INPUT TAXAS
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
           MOVE "  * * *  D E F A U L T E R   L I S T S  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE WRK-XOPTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-DEVMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-DEVMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-XOPTION
             WHEN '1' PERFORM 0310-EXPORT-LIST
             WHEN '2' PERFORM 0350-IMPORT-LIST
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

      *    OUR LIST FOR THE PARTNERS: EVERY BORROWER WITH A CPF ON
      *    FILE WHO IS IN COLLECTIONS ('C'), OR WHOSE STANDING WOULD
      *    BLOCK A CHECKOUT AT OUR OWN DESK ('B') - AN OVERDUE ITEM
      *    STILL OUT OR A LATE FEE UNPAID. BEING AT THE LOAN CEILING
      *    IS NOT A DEBT AND IS NOT SENT. RETIRED ACCOUNTS ARE
      *    INCLUDED - CLOSING THE CARD DOES NOT SETTLE WHAT IS OWED.
      *    THE FILE IS REWRITTEN WHOLE ON EVERY RUN, SO A BORROWER
      *    WHO HAS SETTLED SIMPLY DROPS OFF THE NEXT ONE SENT.
       0310-EXPORT-LIST SECTION.
           MOVE 'DEVEDORES-EXP.txt' TO WRK-DVX-FILE.
           OPEN OUTPUT DEVEDORES-TXT.
           IF FS-DEVEDORES-TXT NOT EQUAL "00"
               MOVE '53ERROR OPENING DEVEDORES-EXP.TXT.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZERO TO WRK-DEV-GRAVADOS.
           MOVE LOW-VALUES TO NUM-LOC.
           START BORROWERS KEY IS NOT LESS NUM-LOC
               INVALID KEY MOVE 10 TO FS-BORROWERS
           END-START.
           IF FS-BORROWERS NOT EQUAL 10
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-BORROWERS EQUAL 10
               IF CPF-LOC NOT EQUAL ZEROES
                   PERFORM 0320-CLASSIFY-BORROWER
                   IF WRK-DEV-MOTIVO NOT EQUAL SPACE
                       PERFORM 0330-WRITE-EXPORT-LINE
                   END-IF
               END-IF
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-PERFORM.
      *
           CLOSE DEVEDORES-TXT.
      *
           MOVE 'DEVEXP'   TO LOG-OPERACAO.
           MOVE ZEROES     TO LOG-CODIGO.
           MOVE 'DEVEDORES' TO LOG-CAMPO.
           MOVE SPACES     TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE WRK-DEV-GRAVADOS TO WRK-COUNT-EDIT.
           STRING WRK-COUNT-EDIT ' ENTRIES TO DEVEDORES-EXP.txt'
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0390-WRITE-AUDIT.
      *
           MOVE SPACES TO WRK-MSG.
           STRING '57' WRK-COUNT-EDIT
                  ' DEFAULTER(S) WRITTEN TO DEVEDORES-EXP.TXT.'
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-EXPORT-LIST-END. EXIT.

      *    THE SAME TESTS 0313-CHECK-STANDING MAKES AT THE LOAN DESK:
      *    UNPAID FEES OUT OF THE NUM-LOC-TAX GROUP, OVERDUE ITEMS
      *    OUT OF THE EMP-STATUS 'A' GROUP.
       0320-CLASSIFY-BORROWER SECTION.
           MOVE SPACE TO WRK-DEV-MOTIVO.
           IF EM-COBRANCA
               MOVE 'C' TO WRK-DEV-MOTIVO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE NUM-LOC TO NUM-LOC-TAX.
           START TAXAS KEY IS EQUAL NUM-LOC-TAX
               INVALID KEY MOVE 10 TO FS-TAXAS
           END-START.
           IF FS-TAXAS NOT EQUAL 10
               READ TAXAS NEXT AT END MOVE 10 TO FS-TAXAS END-READ
           END-IF.
           PERFORM UNTIL FS-TAXAS EQUAL 10
                      OR NUM-LOC-TAX NOT EQUAL NUM-LOC
                      OR WRK-DEV-MOTIVO NOT EQUAL SPACE
               IF TAX-PENDENTE
                   MOVE 'B' TO WRK-DEV-MOTIVO
               END-IF
               READ TAXAS NEXT AT END MOVE 10 TO FS-TAXAS END-READ
           END-PERFORM.
           IF WRK-DEV-MOTIVO NOT EQUAL SPACE
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'A' TO EMP-STATUS.
           START EMPRESTIMOS KEY IS EQUAL EMP-STATUS
               INVALID KEY MOVE 10 TO FS-EMPRESTIMOS
           END-START.
           IF FS-EMPRESTIMOS NOT EQUAL 10
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-IF.
           PERFORM UNTIL FS-EMPRESTIMOS EQUAL 10
                      OR EMP-STATUS NOT EQUAL 'A'
                      OR WRK-DEV-MOTIVO NOT EQUAL SPACE
               IF NUM-LOC-EMP EQUAL NUM-LOC
                  AND DATA-PREVISTA LESS WRK-TODAY-NUM
                   MOVE 'B' TO WRK-DEV-MOTIVO
               END-IF
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-PERFORM.
       0320-CLASSIFY-BORROWER-END. EXIT.

       0325-HASH-CPF SECTION.
           COPY 'CPVIDHCF.cpy'. *> ONE-WAY CPF HASH
       0325-HASH-CPF-END. EXIT.

       0330-WRITE-EXPORT-LINE SECTION.
           MOVE CPF-LOC TO WRK-HCF-IN.
           PERFORM 0325-HASH-CPF.
      *
           INITIALIZE REG-DVX.
           MOVE WRK-HCF-OUT    TO HASH-CPF-DVX.
           MOVE WRK-DEV-MOTIVO TO MOTIVO-DVX.
           MOVE WRK-TODAY-NUM  TO DATA-DVX.
           WRITE REG-DVX.
           ADD 1 TO WRK-DEV-GRAVADOS.
       0330-WRITE-EXPORT-LINE-END. EXIT.

      *    A PARTNER'S LIST REPLACES WHATEVER WE HELD FROM THEM - ANY
      *    OLD ROW NOT ON THE NEW FILE HAS SETTLED AT THEIR END, SO
      *    THE PARTNER'S ROWS ARE CLEARED FIRST AND THE FILE LOADED
      *    CLEAN. A LINE WITH A NON-NUMERIC HASH OR AN UNKNOWN REASON
      *    IS COUNTED AND SKIPPED RATHER THAN LOADED HALF-RIGHT.
       0350-IMPORT-LIST SECTION.
           MOVE SPACES TO WRK-DEV-PRC.
           DISPLAY 'PARTNER CODE (BLANK=EXIT): [  ]'
               AT LINE 14 COLUMN 10.
           ACCEPT WRK-DEV-PRC AT LINE 14 COLUMN 38.
           IF WRK-DEV-PRC EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           INSPECT WRK-DEV-PRC
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE WRK-DEV-PRC TO COD-PRC.
           READ PARCEIROS
               INVALID KEY
                   MOVE '48PARTNER CODE NOT ON THE MASTER.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY NOME-PRC AT LINE 14 COLUMN 43 COLOR 3 HIGHLIGHT.
      *
           MOVE SPACES TO WRK-DVX-FILE.
           STRING 'DEVEDORES-' WRK-DEV-PRC '.txt'
               DELIMITED BY SIZE INTO WRK-DVX-FILE.
           OPEN INPUT DEVEDORES-TXT.
           IF FS-DEVEDORES-TXT NOT EQUAL "00"
               MOVE SPACES TO WRK-MSG
               STRING '53CANNOT OPEN ' WRK-DVX-FILE
                   DELIMITED BY SIZE INTO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41REPLACE THIS PARTNER''S DEFAULTER LIST (Y/N)?'
               TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               CLOSE DEVEDORES-TXT
               MOVE '27IMPORT CANCELLED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZERO TO WRK-DEV-LIDOS WRK-DEV-GRAVADOS
                        WRK-DEV-REJEITADOS WRK-DEV-REMOVIDOS.
           PERFORM 0360-CLEAR-PARTNER-ROWS.
      *
           READ DEVEDORES-TXT AT END MOVE 10 TO FS-DEVEDORES-TXT
           END-READ.
           PERFORM UNTIL FS-DEVEDORES-TXT EQUAL 10
               ADD 1 TO WRK-DEV-LIDOS
               PERFORM 0370-LOAD-ONE-LINE
               READ DEVEDORES-TXT AT END MOVE 10 TO FS-DEVEDORES-TXT
               END-READ
           END-PERFORM.
           CLOSE DEVEDORES-TXT.
      *
           MOVE 'DEVIMP'   TO LOG-OPERACAO.
           MOVE ZEROES     TO LOG-CODIGO.
           MOVE 'DEVEDORES' TO LOG-CAMPO.
           MOVE SPACES     TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE WRK-DEV-REMOVIDOS TO WRK-COUNT-EDIT.
           STRING 'PARTNER ' WRK-DEV-PRC ' HAD ' WRK-COUNT-EDIT
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           MOVE WRK-DEV-GRAVADOS TO WRK-COUNT-EDIT.
           MOVE WRK-DEV-REJEITADOS TO WRK-COUNT-EDIT2.
           STRING 'LOADED ' WRK-COUNT-EDIT ' REJECTED ' WRK-COUNT-EDIT2
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0390-WRITE-AUDIT.
      *
           MOVE SPACES TO WRK-MSG.
           STRING '57' WRK-COUNT-EDIT ' LOADED, ' WRK-COUNT-EDIT2
                  ' LINE(S) REJECTED.'
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-IMPORT-LIST-END. EXIT.

       0360-CLEAR-PARTNER-ROWS SECTION.
           MOVE WRK-DEV-PRC TO COD-PRC-DEV.
           MOVE ZEROES      TO HASH-CPF-DEV.
           START DEVEDORES KEY IS NOT LESS CHAVE-DEV
               INVALID KEY MOVE 10 TO FS-DEVEDORES
           END-START.
           IF FS-DEVEDORES NOT EQUAL 10
               READ DEVEDORES NEXT AT END MOVE 10 TO FS-DEVEDORES
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-DEVEDORES EQUAL 10
                      OR COD-PRC-DEV NOT EQUAL WRK-DEV-PRC
               DELETE DEVEDORES RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WRK-DEV-REMOVIDOS
               END-DELETE
               READ DEVEDORES NEXT AT END MOVE 10 TO FS-DEVEDORES
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-DEVEDORES.
       0360-CLEAR-PARTNER-ROWS-END. EXIT.

       0370-LOAD-ONE-LINE SECTION.
           IF HASH-CPF-DVX NOT NUMERIC
              OR HASH-CPF-DVX EQUAL ZEROES
              OR (MOTIVO-DVX NOT EQUAL 'C' AND NOT EQUAL 'B')
               ADD 1 TO WRK-DEV-REJEITADOS
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE REG-DEV.
           MOVE WRK-DEV-PRC    TO COD-PRC-DEV.
           MOVE HASH-CPF-DVX   TO HASH-CPF-DEV.
           MOVE MOTIVO-DVX     TO MOTIVO-DEV.
           IF DATA-DVX NUMERIC
               MOVE DATA-DVX   TO DATA-LISTA-DEV
           END-IF.
           MOVE WRK-TODAY-NUM  TO DATA-IMP-DEV.
      *
      *    THE SAME PERSON TWICE ON ONE LIST KEEPS ONE ROW - THE
      *    LATER LINE WINS.
           WRITE REG-DEV
               INVALID KEY
                   REWRITE REG-DEV
                       INVALID KEY
                           ADD 1 TO WRK-DEV-REJEITADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-DEV-GRAVADOS
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WRK-DEV-GRAVADOS
           END-WRITE.
       0370-LOAD-ONE-LINE-END. EXIT.

       0390-WRITE-AUDIT SECTION.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0390-WRITE-AUDIT-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE PARCEIROS DEVEDORES BORROWERS EMPRESTIMOS TAXAS
                 LOG-AUDITORIA.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM DVVIDPRG.
