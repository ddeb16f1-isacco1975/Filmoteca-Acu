      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : BRANCH SUPPORT ROUTINE OF VIDEOTECA PROGRAM -    *
      *               BRANCH MASTER, PER-SITE AVAILABILITY VIEW, THE   *
      *               IN-TRANSIT / RECEIVED TRANSFER WORKFLOW,         *
      *               APPROVAL OF THE NIGHTLY REBALANCING PROPOSALS,   *
      *               AND EACH BRANCH'S OPENING HOURS BY WEEKDAY       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRVIDPRG.
           COPY 'CPVIDFLS.cpy'. *> BRANCHES DAT WORKBOOK
           COPY 'CPVIDCPS.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
           COPY 'CPVIDTRS.cpy'. *> BRANCH TRANSFERS DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDHOS.cpy'. *> BRANCH HOURS DAT WORKBOOK
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  TRANSF.
           COPY 'CPVIDTRF.cpy'. *> BRANCH TRANSFER DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  HORARIOS.
           COPY 'CPVIDHOR.cpy'. *> BRANCH HOURS DATA FILE
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
           COPY 'CPVIDCPW.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDTRW.cpy'. *> BRANCH TRANSFERS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDVFL.cpy'. *> VERIFY-CREDENTIALS LINKAGE
           COPY 'CPVIDHOW.cpy'. *> BRANCH HOURS DAT WORKBOOK
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  WRK-BOPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-TRF-NEXT             PIC 9(05) VALUE ZERO.
              10 EL-FIL-DISPON     PIC 9(03).
              10 EL-FIL-TOTAL      PIC 9(03).
       77  WRK-FIL-COUNT            PIC 9(02) USAGE COMP-3 VALUE ZERO.
      *
      *    REBALANCING PROPOSALS - THE ROW BEING TURNED INTO A REAL
      *    TRANSFER (ZERO WHEN THE TRANSFER IS KEYED BY HAND), THE
      *    SUPERVISOR DECIDING, AND WHAT THEY DECIDED.
       77  WRK-TRF-PROPOSTA         PIC 9(05) VALUE ZERO.
       77  WRK-TRF-APROVADOR        PIC X(08) VALUE SPACES.
       77  WRK-TRF-DECISAO          PIC X(01) VALUE SPACE.
       77  WRK-TRF-ENVIADO          PIC X(01) VALUE 'N'.
       77  WRK-PROP-COUNT           PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-PROP-APROV           PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-PROP-EDIT            PIC ZZ9.
       77  WRK-PROP-EDIT2           PIC ZZ9.
       77  WRK-FILA-EDIT            PIC ZZ9.
       77  WRK-OCIO-EDIT            PIC Z.ZZ9.
      *
      *    OPENING HOURS - ONE LINE PER TRADING WEEKDAY, MONDAY TO
      *    SATURDAY (SUNDAY IS THE SHOP'S FIXED CLOSING DAY), WITH
      *    WHAT WAS ON FILE KEPT ALONGSIDE FOR THE AUDIT LOG.
       01  TAB-HOR-DIAS-VAL.
           05 FILLER                PIC X(09) VALUE 'MONDAY'.
           05 FILLER                PIC X(09) VALUE 'TUESDAY'.
           05 FILLER                PIC X(09) VALUE 'WEDNESDAY'.
           05 FILLER                PIC X(09) VALUE 'THURSDAY'.
           05 FILLER                PIC X(09) VALUE 'FRIDAY'.
           05 FILLER                PIC X(09) VALUE 'SATURDAY'.
       01  TAB-HOR-DIAS REDEFINES TAB-HOR-DIAS-VAL.
           05 EL-HOR-DIA-NOME       PIC X(09) OCCURS 6 TIMES.
      *
       01  TAB-HOR-EDIT.
           05 OCC-HOR      OCCURS 6 TIMES.
              10 EL-HOR-ABRE       PIC X(05).
              10 EL-HOR-FECHA      PIC X(05).
              10 EL-HOR-ANT-ABRE   PIC X(05).
              10 EL-HOR-ANT-FECHA  PIC X(05).
              10 EL-HOR-EXISTE     PIC X(01).
       77  WRK-HOR-IDX              PIC S9(04) COMP VALUE ZERO.
       77  WRK-HOR-ERRO             PIC X(01) VALUE 'N'.
       01  WRK-HOR-TESTE.
           05 WRK-HOR-TESTE-HH      PIC X(02).
           05 WRK-HOR-TESTE-SEP     PIC X(01).
           05 WRK-HOR-TESTE-MM      PIC X(02).
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           05 LINE 09 COLUMN 10 VALUE "| 3. TRANSFERIR  |".
           05 LINE 10 COLUMN 10 VALUE "| 4. RECEBER     |".
           05 LINE 11 COLUMN 10 VALUE "| 5. DISPONIBIL. |".
           05 LINE 12 COLUMN 10 VALUE "| 6. PROPOSTAS   |".
           05 LINE 13 COLUMN 10 VALUE "| 7. HORARIOS    |".
           05 LINE 14 COLUMN 10 VALUE "| 0. SAIR        |".
           05 LINE 15 COLUMN 10 VALUE "|                |".
           05 LINE 16 COLUMN 10 VALUE "| OPCAO...: [ ]  |".
           05 LINE 17 COLUMN 10 VALUE "+----------------+".
           05 LINE 16 COLUMN 23 PIC X(01) USING WRK-BOPTION.
      *
       01  SCREEN-FILEDT.
           05 LINE 16 COLUMN 12 VALUE
       01  SCREEN-FILEDT-DESC.
           05 LINE 18 COLUMN 31 PIC X(15) USING DESC-FIL
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-HOREDT.
           05 LINE 07 COLUMN 12 VALUE
               "+--------------------------------------------+".
           05 LINE 08 COLUMN 12 VALUE
               "| BRANCH CODE...: [  ]                       |".
           05 LINE 09 COLUMN 12 VALUE
               "|                    OPENS       CLOSES      |".
           05 LINE 10 COLUMN 12 VALUE
               "| MONDAY.......:    [     ]     [     ]      |".
           05 LINE 11 COLUMN 12 VALUE
               "| TUESDAY......:    [     ]     [     ]      |".
           05 LINE 12 COLUMN 12 VALUE
               "| WEDNESDAY....:    [     ]     [     ]      |".
           05 LINE 13 COLUMN 12 VALUE
               "| THURSDAY.....:    [     ]     [     ]      |".
           05 LINE 14 COLUMN 12 VALUE
               "| FRIDAY.......:    [     ]     [     ]      |".
           05 LINE 15 COLUMN 12 VALUE
               "| SATURDAY.....:    [     ]     [     ]      |".
           05 LINE 16 COLUMN 12 VALUE
               "| SUNDAY.......:    CLOSED                   |".
           05 LINE 17 COLUMN 12 VALUE
               "+--------------------------------------------+".
      *
       01  SCREEN-HOREDT-KEY.
           05 LINE 08 COLUMN 31 PIC X(02) USING COD-FIL
              COLOR 6 HIGHLIGHT.
      *
       01  SCREEN-HOREDT-TIMES.
           05 LINE 10 COLUMN 33 PIC X(05) USING EL-HOR-ABRE(1)
              COLOR 7 HIGHLIGHT.
           05 LINE 10 COLUMN 45 PIC X(05) USING EL-HOR-FECHA(1)
              COLOR 7 HIGHLIGHT.
           05 LINE 11 COLUMN 33 PIC X(05) USING EL-HOR-ABRE(2)
              COLOR 7 HIGHLIGHT.
           05 LINE 11 COLUMN 45 PIC X(05) USING EL-HOR-FECHA(2)
              COLOR 7 HIGHLIGHT.
           05 LINE 12 COLUMN 33 PIC X(05) USING EL-HOR-ABRE(3)
              COLOR 7 HIGHLIGHT.
           05 LINE 12 COLUMN 45 PIC X(05) USING EL-HOR-FECHA(3)
              COLOR 7 HIGHLIGHT.
           05 LINE 13 COLUMN 33 PIC X(05) USING EL-HOR-ABRE(4)
              COLOR 7 HIGHLIGHT.
           05 LINE 13 COLUMN 45 PIC X(05) USING EL-HOR-FECHA(4)
              COLOR 7 HIGHLIGHT.
           05 LINE 14 COLUMN 33 PIC X(05) USING EL-HOR-ABRE(5)
              COLOR 7 HIGHLIGHT.
           05 LINE 14 COLUMN 45 PIC X(05) USING EL-HOR-FECHA(5)
              COLOR 7 HIGHLIGHT.
           05 LINE 15 COLUMN 33 PIC X(05) USING EL-HOR-ABRE(6)
              COLOR 7 HIGHLIGHT.
           05 LINE 15 COLUMN 45 PIC X(05) USING EL-HOR-FECHA(6)
              COLOR 7 HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
               CLOSE TRANSF
               OPEN I-O TRANSF
           END-IF.
      *
           OPEN INPUT MOVIES.
           IF FS-MOVIES EQUAL "35"
               OPEN OUTPUT MOVIES
               CLOSE MOVIES
               OPEN INPUT MOVIES
           END-IF.
      *
           OPEN I-O HORARIOS.
           IF FS-HORARIOS EQUAL "35"
               OPEN OUTPUT HORARIOS
               CLOSE HORARIOS
               OPEN I-O HORARIOS
           END-IF.
      *
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-FILMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-FILMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-BOPTION
             WHEN '1' PERFORM 0310-INCLUDE-BRANCH
             WHEN '3' PERFORM 0330-SEND-TRANSFER
             WHEN '4' PERFORM 0340-RECEIVE-TRANSFER
             WHEN '5' PERFORM 0350-AVAILABILITY-VIEW
             WHEN '6' PERFORM 0370-REVIEW-PROPOSALS
             WHEN '7' PERFORM 0380-MAINTAIN-HOURS
             WHEN '0' MOVE 'N' TO WRK-CONTINUE
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
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

       0310-INCLUDE-BRANCH SECTION.
           INITIALIZE REG-FLL WRK-MSG.
           DISPLAY SCREEN-FILEDT.
           DISPLAY 'TO BRANCH...: [  ]' AT LINE 12 COLUMN 14.
           ACCEPT WRK-FIL-PARA-ASK AT LINE 12 COLUMN 29.
      *
           MOVE ZEROES TO WRK-TRF-PROPOSTA.
           PERFORM 0332-SEND-COPY.
       0330-SEND-TRANSFER-END. EXIT.

      *    THE SEND ITSELF, SHARED BY A TRANSFER KEYED AT THE DESK
      *    AND AN APPROVED REBALANCING PROPOSAL. A PROPOSAL ALREADY
      *    HAS ITS TRANSFER ROW (IT IS THE ROW IN THE BUFFER), WHICH
      *    IS REWRITTEN IN TRANSIT INSTEAD OF A NEW ONE BEING ADDED;
      *    ITS COPY MUST STILL BE ON THE SHELF AT THE BRANCH IT WAS
      *    PROPOSED FROM.
       0332-SEND-COPY SECTION.
           INITIALIZE WRK-MSG.
           MOVE 'N' TO WRK-TRF-ENVIADO.
           MOVE WRK-FIL-PARA-ASK TO COD-FIL.
           READ FILIAIS
               INVALID KEY
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-TRF-PROPOSTA NOT EQUAL ZEROES
              AND FILIAL-COP NOT EQUAL FIL-DE
               MOVE '43COPY IS NO LONGER AT THE PROPOSED BRANCH.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-TRF-PROPOSTA EQUAL ZEROES
               PERFORM 0335-NEXT-TRANSFER-NUMBER
               INITIALIZE REG-TRF
               MOVE WRK-TRF-NEXT     TO NUM-TRF
               MOVE WRK-COD-ASK      TO CODIGO-TRF
               MOVE WRK-COPIA-ASK    TO NUM-COPIA-TRF
               MOVE FILIAL-COP       TO FIL-DE
               MOVE WRK-FIL-PARA-ASK TO FIL-PARA
           END-IF.
           MOVE WRK-TODAY-NUM TO DATA-TRF.
           SET TRF-TRANSITO TO TRUE.
      *
           IF WRK-TRF-PROPOSTA EQUAL ZEROES
               WRITE REG-TRF
                   INVALID KEY
                       MOVE '47ERROR RECORDING TRANSFER.' TO WRK-MSG
               END-WRITE
           ELSE
               REWRITE REG-TRF
                   INVALID KEY
                       MOVE '47ERROR RECORDING TRANSFER.' TO WRK-MSG
               END-REWRITE
           END-IF.
           IF WRK-MSG-LEN EQUAL 47
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           SET COP-TRANSITO TO TRUE.
           REWRITE REG-COP
           END-REWRITE.
      *
           PERFORM 0360-LOG-TRANSFER.
           MOVE 'S' TO WRK-TRF-ENVIADO.
      *
           MOVE NUM-TRF TO WRK-NUM-TRF-EDIT.
           INITIALIZE WRK-MSG.
                  INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0332-SEND-COPY-END. EXIT.

       0335-NEXT-TRANSFER-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-TRF.
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           IF TRF-EXTRAVIADO
               MOVE '43COPY LOST IN TRANSIT - WRITTEN OFF ON A CLAIM.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           IF NOT TRF-TRANSITO
               MOVE '20TRANSFER ALREADY RECEIVED.' TO WRK-MSG
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0360-LOG-TRANSFER-END. EXIT.

      *    THE NIGHTLY REBALANCING RUN'S PROPOSALS, ONE AT A TIME,
      *    FOR A SUPERVISOR TO DECIDE. THE SUPERVISOR SIGNS IN ONCE
      *    FOR THE WHOLE REVIEW. AN APPROVED PROPOSAL GOES THROUGH
      *    THE SAME SEND AS A TRANSFER KEYED AT THE DESK; A REFUSED
      *    ONE IS CANCELLED; ONE LEFT UNDECIDED STAYS FOR LATER (OR
      *    FOR TONIGHT'S RUN TO REPLACE). EVERY DECISION IS AUDITED
      *    WITH THE SUPERVISOR'S ID.
       0370-REVIEW-PROPOSALS SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZERO TO WRK-PROP-COUNT WRK-PROP-APROV.
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
           MOVE LNK-VRF-ID TO WRK-TRF-APROVADOR.
      *
           MOVE SPACE  TO WRK-TRF-DECISAO.
           MOVE ZEROES TO NUM-TRF.
           START TRANSF KEY IS NOT LESS NUM-TRF
               INVALID KEY MOVE 10 TO FS-TRANSF
           END-START.
           IF FS-TRANSF NOT EQUAL 10
               READ TRANSF NEXT AT END MOVE 10 TO FS-TRANSF END-READ
           END-IF.
      *
           PERFORM UNTIL FS-TRANSF EQUAL 10
                      OR WRK-TRF-DECISAO EQUAL 'Q'
               IF TRF-PROPOSTO
                   ADD 1 TO WRK-PROP-COUNT
                   PERFORM 0375-REVIEW-ONE-PROPOSAL
               END-IF
               IF WRK-TRF-DECISAO NOT EQUAL 'Q'
                   READ TRANSF NEXT AT END MOVE 10 TO FS-TRANSF
                   END-READ
               END-IF
           END-PERFORM.
           MOVE "00" TO FS-TRANSF.
      *
           MOVE WRK-PROP-COUNT TO WRK-PROP-EDIT.
           MOVE WRK-PROP-APROV TO WRK-PROP-EDIT2.
           INITIALIZE WRK-MSG.
           IF WRK-PROP-COUNT EQUAL ZERO
               MOVE '20NO REBALANCING PROPOSALS PENDING.' TO WRK-MSG
           ELSE
               STRING '57PROPOSALS REVIEWED: ' WRK-PROP-EDIT
                      '  SENT: ' WRK-PROP-EDIT2
                   DELIMITED BY SIZE INTO WRK-MSG
           END-IF.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0370-REVIEW-PROPOSALS-END. EXIT.

       0375-REVIEW-ONE-PROPOSAL SECTION.
           MOVE CODIGO-TRF TO CODIGO.
           READ MOVIES
               INVALID KEY MOVE SPACES TO TITULO
           END-READ.
           MOVE NUM-TRF       TO WRK-NUM-TRF-EDIT.
           MOVE FILA-TRF      TO WRK-FILA-EDIT.
           MOVE DIAS-OCIO-TRF TO WRK-OCIO-EDIT.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY 'PROPOSAL #....: ' AT LINE 07 COLUMN 14.
           DISPLAY WRK-NUM-TRF-EDIT AT LINE 07 COLUMN 30
               COLOR 11 HIGHLIGHT.
           DISPLAY 'TITLE.........: ' AT LINE 08 COLUMN 14.
           DISPLAY CODIGO-TRF AT LINE 08 COLUMN 30 COLOR 11 HIGHLIGHT.
           DISPLAY TITULO(1:30) AT LINE 08 COLUMN 37
               COLOR 11 HIGHLIGHT.
           DISPLAY 'COPY NUMBER...: ' AT LINE 09 COLUMN 14.
           DISPLAY NUM-COPIA-TRF AT LINE 09 COLUMN 30
               COLOR 11 HIGHLIGHT.
           DISPLAY 'FROM BRANCH...: ' AT LINE 10 COLUMN 14.
           DISPLAY FIL-DE AT LINE 10 COLUMN 30 COLOR 11 HIGHLIGHT.
           DISPLAY 'IDLE ON SHELF.:       DAYS' AT LINE 10 COLUMN 36.
           DISPLAY WRK-OCIO-EDIT AT LINE 10 COLUMN 52
               COLOR 11 HIGHLIGHT.
           DISPLAY 'TO BRANCH.....: ' AT LINE 11 COLUMN 14.
           DISPLAY FIL-PARA AT LINE 11 COLUMN 30 COLOR 11 HIGHLIGHT.
           DISPLAY 'HOLDS WAITING.: ' AT LINE 11 COLUMN 36.
           DISPLAY WRK-FILA-EDIT AT LINE 11 COLUMN 52
               COLOR 11 HIGHLIGHT.
           DISPLAY 'A=APPROVE  R=REFUSE  Q=QUIT  ENTER=LATER: [ ]'
               AT LINE 14 COLUMN 14.
           MOVE SPACE TO WRK-TRF-DECISAO.
           ACCEPT WRK-TRF-DECISAO AT LINE 14 COLUMN 57.
           INSPECT WRK-TRF-DECISAO CONVERTING 'arq' TO 'ARQ'.
      *
           EVALUATE WRK-TRF-DECISAO
               WHEN 'A'
                   MOVE CODIGO-TRF    TO WRK-COD-ASK
                   MOVE NUM-COPIA-TRF TO WRK-COPIA-ASK
                   MOVE FIL-PARA      TO WRK-FIL-PARA-ASK
                   MOVE NUM-TRF       TO WRK-TRF-PROPOSTA
                   PERFORM 0332-SEND-COPY
                   MOVE ZEROES TO WRK-TRF-PROPOSTA
                   IF WRK-TRF-ENVIADO EQUAL 'S'
                       ADD 1 TO WRK-PROP-APROV
                       PERFORM 0378-LOG-PROPOSAL-DECISION
                   END-IF
               WHEN 'R'
                   SET TRF-CANCELADO TO TRUE
                   REWRITE REG-TRF
                       INVALID KEY CONTINUE
                   END-REWRITE
                   PERFORM 0378-LOG-PROPOSAL-DECISION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0375-REVIEW-ONE-PROPOSAL-END. EXIT.

       0378-LOG-PROPOSAL-DECISION SECTION.
           IF WRK-TRF-DECISAO EQUAL 'A'
               MOVE 'TRFAPROV' TO LOG-OPERACAO
           ELSE
               MOVE 'TRFRECUS' TO LOG-OPERACAO
           END-IF.
           MOVE CODIGO-TRF TO LOG-CODIGO.
           MOVE 'PROPOSTA' TO LOG-CAMPO.
           MOVE SPACES TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           STRING 'PROPOSAL ' NUM-TRF ' COPY ' NUM-COPIA-TRF
                  ' ' FIL-DE '>' FIL-PARA
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           STRING 'DECIDED BY ' WRK-TRF-APROVADOR
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0378-LOG-PROPOSAL-DECISION-END. EXIT.

      *    A BRANCH'S OPENING HOURS, MONDAY TO SATURDAY. THE CLOSING
      *    TIME IS WHAT A LOAN FALLS DUE BY ON THAT WEEKDAY (EMVIDPRG,
      *    KSVIDPRG, TRVIDPRG); A DAY WITH NO ROW ON FILE SHOWS AND
      *    TRADES THE HOUSE HOURS. WHICH DAYS ARE SHUT STAYS WITH
      *    THE SUNDAY RULE AND THE CALENDAR (CLVIDPRG).
       0380-MAINTAIN-HOURS SECTION.
           INITIALIZE REG-FLL WRK-MSG.
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-HOREDT.
           ACCEPT  SCREEN-HOREDT-KEY.
      *
           IF COD-FIL EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           READ FILIAIS
               INVALID KEY
                   MOVE '48BRANCH CODE NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           PERFORM VARYING WRK-HOR-IDX FROM 1 BY 1
                   UNTIL WRK-HOR-IDX GREATER 6
               PERFORM 0381-LOAD-ONE-DAY
           END-PERFORM.
      *
           DISPLAY SCREEN-HOREDT-TIMES.
           ACCEPT  SCREEN-HOREDT-TIMES.
      *
           MOVE 'N' TO WRK-HOR-ERRO.
           PERFORM VARYING WRK-HOR-IDX FROM 1 BY 1
                   UNTIL WRK-HOR-IDX GREATER 6
                      OR WRK-HOR-ERRO EQUAL 'S'
               PERFORM 0382-CHECK-ONE-DAY
           END-PERFORM.
           IF WRK-HOR-ERRO EQUAL 'S'
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41CONFIRM THESE OPENING HOURS (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27OPERATION CANCELLED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM VARYING WRK-HOR-IDX FROM 1 BY 1
                   UNTIL WRK-HOR-IDX GREATER 6
               PERFORM 0383-SAVE-ONE-DAY
           END-PERFORM.
      *
           MOVE '54OPENING HOURS RECORDED.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0380-MAINTAIN-HOURS-END. EXIT.

       0381-LOAD-ONE-DAY SECTION.
           MOVE COD-FIL     TO FILIAL-HOR.
           MOVE WRK-HOR-IDX TO DIA-SEMANA-HOR.
           READ HORARIOS
               INVALID KEY
                   MOVE 'N' TO EL-HOR-EXISTE(WRK-HOR-IDX)
                   MOVE WRK-HOR-PADRAO-ABRE
                       TO EL-HOR-ABRE(WRK-HOR-IDX)
                   MOVE WRK-HOR-PADRAO-FECHA
                       TO EL-HOR-FECHA(WRK-HOR-IDX)
               NOT INVALID KEY
                   MOVE 'S' TO EL-HOR-EXISTE(WRK-HOR-IDX)
                   MOVE ABRE-HOR  TO EL-HOR-ABRE(WRK-HOR-IDX)
                   MOVE FECHA-HOR TO EL-HOR-FECHA(WRK-HOR-IDX)
           END-READ.
           MOVE EL-HOR-ABRE(WRK-HOR-IDX)
               TO EL-HOR-ANT-ABRE(WRK-HOR-IDX).
           MOVE EL-HOR-FECHA(WRK-HOR-IDX)
               TO EL-HOR-ANT-FECHA(WRK-HOR-IDX).
       0381-LOAD-ONE-DAY-END. EXIT.

      *    BOTH TIMES MUST BE A REAL HH:MM AND THE DOORS MUST CLOSE
      *    AFTER THEY OPEN - HH:MM COMPARES CORRECTLY AS TEXT.
       0382-CHECK-ONE-DAY SECTION.
           MOVE EL-HOR-ABRE(WRK-HOR-IDX) TO WRK-HOR-TESTE.
           PERFORM 0384-CHECK-TIME.
           IF WRK-HOR-ERRO EQUAL 'N'
               MOVE EL-HOR-FECHA(WRK-HOR-IDX) TO WRK-HOR-TESTE
               PERFORM 0384-CHECK-TIME
           END-IF.
           IF WRK-HOR-ERRO EQUAL 'N'
              AND EL-HOR-FECHA(WRK-HOR-IDX)
                  NOT GREATER EL-HOR-ABRE(WRK-HOR-IDX)
               MOVE 'S' TO WRK-HOR-ERRO
           END-IF.
      *
           IF WRK-HOR-ERRO EQUAL 'S'
               INITIALIZE WRK-MSG
               STRING '20INVALID HOURS FOR ' DELIMITED BY SIZE
                      EL-HOR-DIA-NOME(WRK-HOR-IDX) DELIMITED BY SPACE
                      ' - USE HH:MM, CLOSE AFTER OPEN.'
                          DELIMITED BY SIZE
                      INTO WRK-MSG
           END-IF.
       0382-CHECK-ONE-DAY-END. EXIT.

       0384-CHECK-TIME SECTION.
           IF WRK-HOR-TESTE-HH NOT NUMERIC
              OR WRK-HOR-TESTE-HH GREATER '23'
              OR WRK-HOR-TESTE-SEP NOT EQUAL ':'
              OR WRK-HOR-TESTE-MM NOT NUMERIC
              OR WRK-HOR-TESTE-MM GREATER '59'
               MOVE 'S' TO WRK-HOR-ERRO
           END-IF.
       0384-CHECK-TIME-END. EXIT.

       0383-SAVE-ONE-DAY SECTION.
           IF EL-HOR-EXISTE(WRK-HOR-IDX) EQUAL 'S'
              AND EL-HOR-ABRE(WRK-HOR-IDX)
                  EQUAL EL-HOR-ANT-ABRE(WRK-HOR-IDX)
              AND EL-HOR-FECHA(WRK-HOR-IDX)
                  EQUAL EL-HOR-ANT-FECHA(WRK-HOR-IDX)
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE COD-FIL                   TO FILIAL-HOR.
           MOVE WRK-HOR-IDX               TO DIA-SEMANA-HOR.
           MOVE EL-HOR-ABRE(WRK-HOR-IDX)  TO ABRE-HOR.
           MOVE EL-HOR-FECHA(WRK-HOR-IDX) TO FECHA-HOR.
           IF EL-HOR-EXISTE(WRK-HOR-IDX) EQUAL 'S'
               REWRITE REG-HOR
                   INVALID KEY
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE REG-HOR
                   INVALID KEY
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.
      *
           MOVE 'HORARIO '  TO LOG-OPERACAO.
           MOVE ZEROES      TO LOG-CODIGO.
           MOVE EL-HOR-DIA-NOME(WRK-HOR-IDX) TO LOG-CAMPO.
           MOVE SPACES TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           STRING 'BRANCH ' COD-FIL ' '
                  EL-HOR-ANT-ABRE(WRK-HOR-IDX) '-'
                  EL-HOR-ANT-FECHA(WRK-HOR-IDX)
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           STRING 'BRANCH ' COD-FIL ' '
                  EL-HOR-ABRE(WRK-HOR-IDX) '-'
                  EL-HOR-FECHA(WRK-HOR-IDX)
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0383-SAVE-ONE-DAY-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE FILIAIS COPIAS TRANSF MOVIES LOG-AUDITORIA HORARIOS.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
