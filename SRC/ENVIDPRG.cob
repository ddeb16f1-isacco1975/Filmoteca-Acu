      ******************************************************************
      * FILE NAME   : ENVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : HOME DELIVERY AND COLLECTION OF VIDEOTECA        *
      *               PROGRAM - ORDERS THE VAN TO TAKE A LOAN OUT TO   *
      *               THE BORROWER OR FETCH IT BACK, IN A REQUESTED    *
      *               TIME SLOT, PRINTS EACH DRIVER'S ROUTE SHEET FOR  *
      *               THE DAY IN ZONE ORDER, AND TAKES THE SHEET BACK  *
      *               STOP BY STOP, POSTING THE ZONE'S DELIVERY FEE    *
      *               THE WAY A RENTAL CHARGE IS POSTED                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDENS.cpy'. *> DELIVERY ORDERS DAT WORKBOOK
           COPY 'CPVIDZNS.cpy'. *> DELIVERY ZONES DAT WORKBOOK
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPGS.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDCXS.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
      *    THE DAY'S ROUTE SHEET FOR ONE DRIVER - REWRITTEN ON EVERY
      *    PRINT AND HANDED TO THE SPOOL LIKE THE OTHER REPORTS.
           SELECT ROTAS-REL
              ASSIGN       TO 'ROTAS-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-ROTAS-REL.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ENTREGAS.
           COPY 'CPVIDENT.cpy'. *> DELIVERY ORDER DATA FILE
      *
       FD  ZONAS.
           COPY 'CPVIDZNA.cpy'. *> DELIVERY ZONE DATA FILE
      *
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  PAGAMENTOS.
           COPY 'CPVIDPAG.cpy'. *> FEE PAYMENT DATA FILE
      *
       FD  CAIXA.
           COPY 'CPVIDCXA.cpy'. *> CASH DRAWER SESSION DATA FILE
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  ROTAS-REL.
       01 REG-ROT                PIC X(80).
      *
       FD  MANUTENCAO.
           COPY 'CPVIDMTR.cpy'. *> MAINTENANCE FLAG RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDENW.cpy'. *> DELIVERY ORDERS DAT WORKBOOK
           COPY 'CPVIDZNW.cpy'. *> DELIVERY ZONES DAT WORKBOOK
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPGW.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDCXW.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDIMW.cpy'. *> SERVICE AND SALES TAX WORKBOOK
           COPY 'CPVIDEPW.cpy'. *> POSTAL-BLOCK WORKBOOK
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE (SPVIDPRG)
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-ROTAS-REL             PIC X(02) VALUE '00'.
       77  WRK-EOPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-DATA-DISP            PIC 9(04)/9(02)/9(02).
       77  WRK-VALOR-EDIT           PIC ZZ9,99.
       77  WRK-TOTAL-EDIT           PIC Z.ZZ9,99.
       77  WRK-QTDE-EDIT            PIC ZZ9.
       77  WRK-NUM-ENT-EDIT         PIC 9(06).
      *
      *    THE OPEN DRAWER SESSION OF THE OPERATOR KEYING THE SHEET
      *    BACK - THE DRIVER'S TAKINGS GO INTO THAT DRAWER.
       77  WRK-SESSAO               PIC 9(05) VALUE ZERO.
      *
      *    THE ORDER BEING TAKEN: THE LOAN, TRIP TYPE, DAY, SLOT,
      *    ZONE AND DRIVER AS KEYED, AND THE CHARGE ACCOUNT (WITH ITS
      *    BALANCE AND LIMIT) THE FEE GOES ON, IF ANY.
       77  WRK-ENT-EMP              PIC 9(05) VALUE ZERO.
       77  WRK-ENT-TIPO             PIC X(01) VALUE SPACE.
       77  WRK-ENT-DATA             PIC 9(08) VALUE ZERO.
       77  WRK-ENT-FAIXA            PIC X(01) VALUE SPACE.
       77  WRK-ENT-ZONA             PIC 9(02) VALUE ZERO.
       77  WRK-ENT-MOTORISTA        PIC X(08) VALUE SPACES.
       77  WRK-ENT-NUM              PIC 9(06) VALUE ZERO.
       77  WRK-ENT-ABERTA           PIC X(01) VALUE 'N'.
       77  WRK-CONTA-NUM            PIC 9(05) VALUE ZERO.
       77  WRK-CONTA-SALDO          PIC S9(07)V9(02) VALUE ZERO.
       77  WRK-CONTA-LIMITE         PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-CONTA-VALOR          PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-LOC-HOLD             PIC X(400) VALUE SPACES.
      *
      *    ROUTE SHEET AND KEY-BACK: THE STOPS ON THE SHEET, WHAT THE
      *    DRIVER HAS TO TAKE AT THE DOORS, AND EACH STOP'S OUTCOME.
       77  WRK-ROT-PARADAS          PIC 9(03) VALUE ZERO.
       77  WRK-ROT-COBRAR           PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-ROT-FIM              PIC X(01) VALUE 'N'.
       77  WRK-ROT-RESULT           PIC X(01) VALUE SPACE.
       77  WRK-ROT-TIPO-TXT         PIC X(08) VALUE SPACES.
       77  WRK-ROT-FAIXA-TXT        PIC X(08) VALUE SPACES.
       77  WRK-ROT-TITULO           PIC X(30) VALUE SPACES.
       77  WRK-PAG-NEXT             PIC 9(07) VALUE ZERO.
      *
      *    ZONE MAINTENANCE - 'S' WHEN THE CODE KEYED IS A NEW ZONE.
       77  WRK-ZON-NOVA             PIC X(01) VALUE 'N'.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-ENTMNU.
           05 LINE 06 COLUMN 10 VALUE "+--------------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. NOVO PEDIDO     |".
           05 LINE 08 COLUMN 10 VALUE "| 2. FOLHA DE ROTA   |".
           05 LINE 09 COLUMN 10 VALUE "| 3. BAIXA DA FOLHA  |".
           05 LINE 10 COLUMN 10 VALUE "| 4. CANCELAR PEDIDO |".
           05 LINE 11 COLUMN 10 VALUE "| 5. ZONAS           |".
           05 LINE 12 COLUMN 10 VALUE "| 0. SAIR            |".
           05 LINE 13 COLUMN 10 VALUE "| OPCAO...: [ ]      |".
           05 LINE 14 COLUMN 10 VALUE "+--------------------+".
           05 LINE 13 COLUMN 23 PIC X(01) USING WRK-EOPTION.
      *
       01  SCREEN-ZONEDT.
           05 LINE 07 COLUMN 36 VALUE "ZONE..........: [  ]".
           05 LINE 08 COLUMN 36 VALUE "DESCRIPTION...: ".
           05 LINE 09 COLUMN 36 VALUE "[                    ]".
           05 LINE 10 COLUMN 36 VALUE "CEP FROM......: [        ]".
           05 LINE 11 COLUMN 36 VALUE "CEP TO........: [        ]".
           05 LINE 12 COLUMN 36 VALUE "DELIVERY FEE..: [      ]".
           05 LINE 13 COLUMN 36 VALUE "STATUS (A/I)..: [ ]".
      *
       01  SCREEN-ZONEDT-KEY.
           05 LINE 07 COLUMN 53 PIC 9(02) USING COD-ZON
              COLOR 6 HIGHLIGHT.
      *
       01  SCREEN-ZONEDT-DDS.
           05 LINE 09 COLUMN 37 PIC X(20) USING DESC-ZON
              COLOR 7 HIGHLIGHT.
           05 LINE 10 COLUMN 53 PIC 9(08) USING CEP-INI-ZON
              COLOR 7 HIGHLIGHT.
           05 LINE 11 COLUMN 53 PIC 9(08) USING CEP-FIM-ZON
              COLOR 7 HIGHLIGHT.
           05 LINE 12 COLUMN 53 PIC 9(03),9(02) USING TAXA-ZON
              COLOR 7 HIGHLIGHT.
           05 LINE 13 COLUMN 53 PIC X(01) USING ZON-STATUS
              COLOR 7 HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'ENVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0105-LOAD-TAX-RATES.
           PERFORM 0120-FIND-SESSION.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O ENTREGAS.
      *
           IF FS-ENTREGAS EQUAL "35"
               OPEN OUTPUT ENTREGAS
               CLOSE ENTREGAS
               OPEN I-O ENTREGAS
           END-IF.
      *
           IF FS-ENTREGAS NOT EQUAL "00"
               MOVE '47ERROR OPENING DELIVERY ORDER FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-ENTREGAS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING DELIVERY ORDER FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O ZONAS.
           IF FS-ZONAS EQUAL "35"
               OPEN OUTPUT ZONAS
               CLOSE ZONAS
               OPEN I-O ZONAS
           END-IF.
      *
           IF FS-ZONAS NOT EQUAL "00"
               MOVE '47ERROR OPENING DELIVERY ZONE FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-ZONAS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING DELIVERY ZONE FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT EMPRESTIMOS.
           IF FS-EMPRESTIMOS EQUAL "35"
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN INPUT EMPRESTIMOS
           END-IF.
      *
           IF FS-EMPRESTIMOS NOT EQUAL "00"
               MOVE '47ERROR OPENING LOANS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EMPRESTIMOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING LOANS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
      *    I-O FOR THE BALANCE OF A CHARGE ACCOUNT THE FEE GOES ON.
           OPEN I-O BORROWERS.
           IF FS-BORROWERS EQUAL "35"
               OPEN OUTPUT BORROWERS
               CLOSE BORROWERS
               OPEN I-O BORROWERS
           END-IF.
      *
           IF FS-BORROWERS NOT EQUAL "00"
               MOVE '47ERROR OPENING BORROWERS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-BORROWERS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING BORROWERS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT MOVIES.
           IF FS-MOVIES NOT EQUAL "00"
               MOVE '47ERROR OPENING MOVIES FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MOVIES TO WS-ABEND-CODE
               MOVE 'ERROR OPENING MOVIES FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL "35"
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN I-O PAGAMENTOS
           END-IF.
      *
           IF FS-PAGAMENTOS NOT EQUAL "00"
               MOVE '47ERROR OPENING PAYMENTS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PAGAMENTOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING PAYMENTS FILE.'
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

       0105-LOAD-TAX-RATES SECTION.
           OPEN INPUT PARAMS.
           IF FS-PARAMS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           COPY 'CPVIDIML.cpy'. *> LOAD TAX RATES
      *
           CLOSE PARAMS.
       0105-LOAD-TAX-RATES-END. EXIT.

      *    THE OPEN DRAWER SESSION FOR THE SIGNED-ON OPERATOR, AS
      *    TXVIDPRG FINDS IT. WITH NONE, THE DRIVER'S CASH IS TAKEN
      *    UNSTAMPED AND THE CASH-UP SHOWS IT AS OUTSIDE ANY SESSION.
       0120-FIND-SESSION SECTION.
           MOVE FUNCTION CURRENT-DATE TO WRK-NOW.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
      *
           MOVE ZEROES TO WRK-SESSAO.
           OPEN INPUT CAIXA.
           IF FS-CAIXA NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'A' TO CXS-STATUS.
           START CAIXA KEY IS EQUAL CXS-STATUS
               INVALID KEY MOVE 10 TO FS-CAIXA
           END-START.
           IF FS-CAIXA NOT EQUAL 10
               READ CAIXA NEXT AT END MOVE 10 TO FS-CAIXA END-READ
           END-IF.
      *
           PERFORM UNTIL FS-CAIXA EQUAL 10
                     OR CXS-STATUS NOT EQUAL 'A'
                     OR WRK-SESSAO NOT EQUAL ZEROES
               IF OPERADOR-CXS EQUAL WRK-OPERATOR
                  AND DATA-CXS EQUAL WRK-TODAY-NUM
                   MOVE NUM-CXS TO WRK-SESSAO
               ELSE
                   READ CAIXA NEXT AT END MOVE 10 TO FS-CAIXA END-READ
               END-IF
           END-PERFORM.
      *
           CLOSE CAIXA.
       0120-FIND-SESSION-END. EXIT.

      *    THE NIGHTLY CHAIN (BDVIDPRG) RAISES THE MAINTENANCE FLAG
      *    WHILE IT RUNS - UPDATES ARE REFUSED, LOOK-UPS STILL WORK.
       0299-CHECK-MAINTENANCE SECTION.
           COPY 'CPVIDMTC.cpy'. *> READ MAINTENANCE FLAG
      *
           IF MANUTENCAO-ATIVA
               MOVE '43SYSTEM IN NIGHTLY MAINTENANCE - LOOK-UPS ONLY.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0299-CHECK-MAINTENANCE-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE "  * * *  D E L I V E R Y   V A N  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           INITIALIZE WRK-EOPTION WRK-MSG.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-ENTMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-ENTMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-EOPTION EQUAL '1' OR '3' OR '4' OR '5'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE '*' TO WRK-EOPTION
               END-IF
           END-IF.
      *
           EVALUATE WRK-EOPTION
             WHEN '1' PERFORM 0310-NEW-ORDER
             WHEN '2' PERFORM 0320-ROUTE-SHEET
             WHEN '3' PERFORM 0330-KEY-BACK-SHEET
             WHEN '4' PERFORM 0340-CANCEL-ORDER
             WHEN '5' PERFORM 0350-MAINTAIN-ZONE
             WHEN '*' CONTINUE
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

      *    A TRIP FOR ONE LOAN ALREADY ON EMPRESTIMOS.dat - OUT TO
      *    THE BORROWER (THE CHECKOUT WAS DONE AT THE DESK AS USUAL)
      *    OR BACK FROM THEM. THE ZONE COMES FROM THE BORROWER'S CEP
      *    WHEN A ZONE COVERS IT, AND ITS FEE IS TAKEN AT THE DOOR
      *    UNLESS THE BORROWER RENTS ON A CHARGE ACCOUNT WITH ROOM
      *    UNDER ITS LIMIT, IN WHICH CASE IT GOES ON THE ACCOUNT.
       0310-NEW-ORDER SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0311-TAKE-ORDER.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0310-NEW-ORDER-END. EXIT.

       0311-TAKE-ORDER SECTION.
           MOVE ZERO TO WRK-ENT-EMP WRK-ENT-DATA WRK-ENT-ZONA.
           MOVE SPACE TO WRK-ENT-TIPO WRK-ENT-FAIXA.
           MOVE SPACES TO WRK-ENT-MOTORISTA.
      *
           DISPLAY 'LOAN NUMBER...: [     ]' AT LINE 15 COLUMN 10.
           ACCEPT WRK-ENT-EMP AT LINE 15 COLUMN 27.
           IF WRK-ENT-EMP EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-ENT-EMP TO NUM-EMP.
           READ EMPRESTIMOS
               INVALID KEY
                   MOVE '48LOAN NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           IF NOT EMP-ATIVO
               MOVE '43LOAN IS NOT OUT.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE NUM-LOC-EMP TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   MOVE '48BORROWER ON THE LOAN NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY NOME-LOC AT LINE 15 COLUMN 34 COLOR 3 HIGHLIGHT.
      *
           DISPLAY 'TRIP (E=DELIVER C=COLLECT)..: [ ]'
               AT LINE 16 COLUMN 10.
           ACCEPT WRK-ENT-TIPO AT LINE 16 COLUMN 42.
           INSPECT WRK-ENT-TIPO CONVERTING 'ec' TO 'EC'.
           IF WRK-ENT-TIPO NOT EQUAL 'E' AND NOT EQUAL 'C'
               MOVE '20INVALID TRIP TYPE.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0317-CHECK-OPEN-ORDER.
           IF WRK-ENT-ABERTA EQUAL 'S'
               MOVE '43THIS TRIP IS ALREADY ORDERED FOR THE LOAN.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           DISPLAY 'DAY (YYYYMMDD, 0=TODAY).....: [        ]'
               AT LINE 17 COLUMN 10.
           ACCEPT WRK-ENT-DATA AT LINE 17 COLUMN 42.
           IF WRK-ENT-DATA EQUAL ZERO
               MOVE WRK-TODAY-NUM TO WRK-ENT-DATA
           END-IF.
           EVALUATE TRUE
             WHEN FUNCTION TEST-DATE-YYYYMMDD(WRK-ENT-DATA)
                  NOT EQUAL ZERO
               MOVE '21INVALID DATE.' TO WRK-MSG
             WHEN WRK-ENT-DATA LESS WRK-TODAY-NUM
               MOVE '21THAT DAY IS ALREADY PAST.' TO WRK-MSG
           END-EVALUATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           DISPLAY 'SLOT (M=9-12 T=13-17 N=18-21): [ ]'
               AT LINE 18 COLUMN 10.
           ACCEPT WRK-ENT-FAIXA AT LINE 18 COLUMN 42.
           INSPECT WRK-ENT-FAIXA CONVERTING 'mtn' TO 'MTN'.
           IF WRK-ENT-FAIXA NOT EQUAL 'M' AND NOT EQUAL 'T'
                                     AND NOT EQUAL 'N'
               MOVE '20INVALID TIME SLOT.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0312-FIND-ZONE.
           DISPLAY 'ZONE........................: [  ]'
               AT LINE 19 COLUMN 10.
           IF WRK-ENT-ZONA EQUAL ZERO
               ACCEPT WRK-ENT-ZONA AT LINE 19 COLUMN 42
               MOVE WRK-ENT-ZONA TO COD-ZON
               READ ZONAS
                   INVALID KEY
                       MOVE '48ZONE NOT FOUND.' TO WRK-MSG
                       EXIT PARAGRAPH
               END-READ
               IF NOT ZON-ATIVA
                   MOVE '43THE VAN NO LONGER SERVES THAT ZONE.'
                       TO WRK-MSG
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY WRK-ENT-ZONA AT LINE 19 COLUMN 42
                   COLOR 3 HIGHLIGHT
           END-IF.
           DISPLAY DESC-ZON AT LINE 19 COLUMN 46 COLOR 3 HIGHLIGHT.
      *
           DISPLAY 'DRIVER......................: [        ]'
               AT LINE 20 COLUMN 10.
           ACCEPT WRK-ENT-MOTORISTA AT LINE 20 COLUMN 42.
           INSPECT WRK-ENT-MOTORISTA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WRK-ENT-MOTORISTA EQUAL SPACES
               MOVE '20DRIVER IS BLANK.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
      *    REG-LOC IS STILL THE LOAN'S BORROWER FROM THE READ ABOVE.
           PERFORM 0313-FIND-ACCOUNT.
           IF WRK-CONTA-NUM NOT EQUAL ZERO
              AND WRK-CONTA-SALDO + TAXA-ZON GREATER WRK-CONTA-LIMITE
               MOVE ZERO TO WRK-CONTA-NUM
           END-IF.
           MOVE TAXA-ZON TO WRK-VALOR-EDIT.
           IF WRK-CONTA-NUM NOT EQUAL ZERO
               DISPLAY 'FEE ON ACCOUNT..............: '
                   AT LINE 21 COLUMN 10
           ELSE
               DISPLAY 'FEE TO COLLECT AT THE DOOR..: '
                   AT LINE 21 COLUMN 10
           END-IF.
           DISPLAY WRK-VALOR-EDIT AT LINE 21 COLUMN 42
               COLOR 11 HIGHLIGHT.
      *
           MOVE '41RECORD THIS ORDER (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27NO ORDER RECORDED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE WRK-MSG.
           PERFORM 0315-NEXT-ORDER-NUMBER.
           INITIALIZE REG-ENT.
           MOVE WRK-ENT-NUM       TO NUM-ENT.
           MOVE WRK-ENT-DATA      TO DATA-ENT.
           MOVE WRK-ENT-MOTORISTA TO MOTORISTA-ENT.
           MOVE COD-ZON           TO ZONA-ENT.
           MOVE NUM-EMP           TO NUM-EMP-ENT.
           MOVE NUM-LOC-EMP       TO NUM-LOC-ENT.
           MOVE WRK-ENT-TIPO      TO TIPO-ENT.
           MOVE WRK-ENT-FAIXA     TO FAIXA-ENT.
           MOVE TAXA-ZON          TO TAXA-ENT.
           MOVE WRK-CONTA-NUM     TO CONTA-ENT.
           IF WRK-CONTA-NUM EQUAL ZERO
               MOVE TAXA-ZON      TO COBRAR-ENT
           ELSE
               MOVE ZEROES        TO COBRAR-ENT
           END-IF.
           SET ENT-PENDENTE TO TRUE.
           MOVE WRK-TODAY-NUM     TO DATA-PEDIDO-ENT.
           MOVE WRK-OPERATOR      TO OPERADOR-ENT.
           WRITE REG-ENT
               INVALID KEY
                   MOVE '42ERROR RECORDING ORDER.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-WRITE.
      *
           MOVE 'ENTNOVA'     TO LOG-OPERACAO.
           MOVE NUM-LOC-ENT   TO LOG-CODIGO.
           MOVE 'ENTREGA'     TO LOG-CAMPO.
           MOVE SPACES        TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           STRING 'ORDER ' NUM-ENT ' LOAN ' NUM-EMP-ENT ' TRIP '
                  TIPO-ENT DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           MOVE DATA-ENT TO WRK-DATA-DISP.
           STRING WRK-DATA-DISP ' ' FAIXA-ENT ' ZONE ' ZONA-ENT
                  ' DRIVER ' MOTORISTA-ENT
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0390-WRITE-AUDIT-LOG.
      *
           MOVE NUM-ENT TO WRK-NUM-ENT-EDIT.
           STRING '54ORDER ' WRK-NUM-ENT-EDIT ' RECORDED.'
               DELIMITED BY SIZE INTO WRK-MSG.
       0311-TAKE-ORDER-END. EXIT.

      *    THE ACTIVE ZONE WHOSE CEP RANGE HOLDS THE BORROWER'S CEP
      *    (REG-LOC). NONE - OR A BORROWER WITH NO CEP ON FILE -
      *    LEAVES WRK-ENT-ZONA AT ZERO AND THE DESK KEYS THE ZONE.
       0312-FIND-ZONE SECTION.
           MOVE ZERO TO WRK-ENT-ZONA.
           IF CEP-LOC EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZEROES TO COD-ZON.
           START ZONAS KEY IS NOT LESS COD-ZON
               INVALID KEY MOVE 10 TO FS-ZONAS
           END-START.
           IF FS-ZONAS NOT EQUAL 10
               READ ZONAS NEXT AT END MOVE 10 TO FS-ZONAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-ZONAS EQUAL 10
                      OR WRK-ENT-ZONA NOT EQUAL ZERO
               IF ZON-ATIVA
                  AND CEP-LOC NOT LESS CEP-INI-ZON
                  AND CEP-LOC NOT GREATER CEP-FIM-ZON
                   MOVE COD-ZON TO WRK-ENT-ZONA
               ELSE
                   READ ZONAS NEXT AT END MOVE 10 TO FS-ZONAS
                   END-READ
               END-IF
           END-PERFORM.
       0312-FIND-ZONE-END. EXIT.

      *    THE CHARGE ACCOUNT THE BORROWER IN REG-LOC RENTS ON, FOUND
      *    THE WAY EMVIDPRG FINDS IT FOR A RENTAL. REG-LOC IS PUT BACK
      *    AFTER.
       0313-FIND-ACCOUNT SECTION.
           MOVE ZERO TO WRK-CONTA-NUM WRK-CONTA-SALDO WRK-CONTA-LIMITE.
           MOVE REG-LOC TO WRK-LOC-HOLD.
      *
           IF LOC-CONTA
               MOVE NUM-LOC   TO WRK-CONTA-NUM
           ELSE
               MOVE CONTA-LOC TO WRK-CONTA-NUM
           END-IF.
      *
           IF WRK-CONTA-NUM NOT EQUAL ZERO
              AND WRK-CONTA-NUM NOT EQUAL NUM-LOC
               MOVE WRK-CONTA-NUM TO NUM-LOC
               READ BORROWERS
                   INVALID KEY MOVE ZERO TO WRK-CONTA-NUM
               END-READ
           END-IF.
      *
           IF WRK-CONTA-NUM NOT EQUAL ZERO
               IF LOC-CONTA AND LOC-ATIVO
                   MOVE SALDO-CONTA-LOC TO WRK-CONTA-SALDO
                   MOVE LIMITE-CRED-LOC TO WRK-CONTA-LIMITE
               ELSE
                   MOVE ZERO TO WRK-CONTA-NUM
               END-IF
           END-IF.
           MOVE WRK-LOC-HOLD TO REG-LOC.
       0313-FIND-ACCOUNT-END. EXIT.

       0315-NEXT-ORDER-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-ENT.
           START ENTREGAS KEY IS NOT GREATER NUM-ENT
               INVALID KEY
                   MOVE ZEROES TO NUM-ENT
               NOT INVALID KEY
                   READ ENTREGAS NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-ENT GIVING WRK-ENT-NUM.
       0315-NEXT-ORDER-NUMBER-END. EXIT.

      *    ONE OPEN ORDER OF EACH KIND PER LOAN - A SECOND DELIVERY
      *    OF THE SAME DISC WHILE THE FIRST IS STILL ON A SHEET IS A
      *    KEYING SLIP. A FAILED OR CANCELLED TRIP MAY BE ORDERED
      *    AGAIN.
       0317-CHECK-OPEN-ORDER SECTION.
           MOVE 'N' TO WRK-ENT-ABERTA.
           MOVE WRK-ENT-EMP TO NUM-EMP-ENT.
           START ENTREGAS KEY IS EQUAL NUM-EMP-ENT
               INVALID KEY MOVE 10 TO FS-ENTREGAS
           END-START.
           IF FS-ENTREGAS NOT EQUAL 10
               READ ENTREGAS NEXT AT END MOVE 10 TO FS-ENTREGAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-ENTREGAS EQUAL 10
                      OR NUM-EMP-ENT NOT EQUAL WRK-ENT-EMP
                      OR WRK-ENT-ABERTA EQUAL 'S'
               IF ENT-ABERTA AND TIPO-ENT EQUAL WRK-ENT-TIPO
                   MOVE 'S' TO WRK-ENT-ABERTA
               ELSE
                   READ ENTREGAS NEXT AT END MOVE 10 TO FS-ENTREGAS
                   END-READ
               END-IF
           END-PERFORM.
       0317-CHECK-OPEN-ORDER-END. EXIT.

      *    ONE DRIVER'S SHEET FOR ONE DAY, STOPS IN ZONE ORDER (THE
      *    ALTERNATE KEY IS DAY+DRIVER+ZONE). EACH STOP CARRIES THE
      *    ADDRESS BLOCK, THE PHONE, THE TITLE AND WHAT TO TAKE AT THE
      *    DOOR, WITH BOXES FOR THE DRIVER TO TICK. PRINTING PUTS THE
      *    ORDERS ON THE ROUTE; A REPRINT (A LOST SHEET, A LATE ORDER
      *    ADDED) PRINTS THE WHOLE ROUTE AGAIN.
       0320-ROUTE-SHEET SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0325-ASK-DAY-AND-DRIVER.
           IF WRK-ENT-MOTORISTA EQUAL SPACES
              OR WRK-MSG-TEXT NOT EQUAL SPACES
               PERFORM 0329-SHOW-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           OPEN OUTPUT ROTAS-REL.
           IF FS-ROTAS-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING ROTAS-REL FILE.' TO WRK-MSG
               PERFORM 0329-SHOW-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZERO TO WRK-ROT-PARADAS WRK-ROT-COBRAR.
           MOVE WRK-ENT-DATA TO WRK-DATA-DISP.
           MOVE SPACES TO REG-ROT.
           STRING 'VIDEOTECA - ROUTE SHEET   DRIVER: '
                  WRK-ENT-MOTORISTA '   DAY: ' WRK-DATA-DISP
               DELIMITED BY SIZE INTO REG-ROT.
           WRITE REG-ROT.
           MOVE ALL '=' TO REG-ROT.
           WRITE REG-ROT.
      *
           PERFORM 0326-START-ROUTE.
           PERFORM UNTIL FS-ENTREGAS EQUAL 10
                      OR DATA-ENT NOT EQUAL WRK-ENT-DATA
                      OR MOTORISTA-ENT NOT EQUAL WRK-ENT-MOTORISTA
               IF ENT-ABERTA
                   PERFORM 0321-PRINT-STOP
               END-IF
               READ ENTREGAS NEXT AT END MOVE 10 TO FS-ENTREGAS
               END-READ
           END-PERFORM.
      *
           MOVE WRK-ROT-PARADAS TO WRK-QTDE-EDIT.
           MOVE WRK-ROT-COBRAR  TO WRK-TOTAL-EDIT.
           MOVE SPACES TO REG-ROT.
           STRING 'STOPS: ' WRK-QTDE-EDIT
                  '     TOTAL TO COLLECT AT THE DOORS: '
                  WRK-TOTAL-EDIT
               DELIMITED BY SIZE INTO REG-ROT.
           WRITE REG-ROT.
           MOVE SPACES TO REG-ROT.
           WRITE REG-ROT.
           MOVE 'CASH HANDED IN: ____________   CHECKED BY: __________'
               TO REG-ROT.
           WRITE REG-ROT.
           CLOSE ROTAS-REL.
      *
           MOVE 'ROTAS   ' TO LNK-SPL-NOME.
           MOVE 'ROTAS-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
      *
           STRING '57STOPS ON ROTAS-REL.TXT: ' WRK-QTDE-EDIT
               DELIMITED BY SIZE INTO WRK-MSG.
           PERFORM 0329-SHOW-MSG.
       0320-ROUTE-SHEET-END. EXIT.

       0321-PRINT-STOP SECTION.
           ADD 1 TO WRK-ROT-PARADAS.
           ADD COBRAR-ENT TO WRK-ROT-COBRAR.
           PERFORM 0327-DESCRIBE-STOP.
      *
           MOVE SPACES TO REG-ROT.
           MOVE COBRAR-ENT TO WRK-VALOR-EDIT.
           STRING 'ZONE ' ZONA-ENT '  ORDER ' NUM-ENT '  '
                  WRK-ROT-TIPO-TXT '  ' WRK-ROT-FAIXA-TXT
                  '  LOAN ' NUM-EMP-ENT
               DELIMITED BY SIZE INTO REG-ROT.
           IF CONTA-ENT NOT EQUAL ZERO
               MOVE 'FEE ON ACCOUNT' TO REG-ROT(61:14)
           ELSE
               MOVE 'COLLECT'        TO REG-ROT(61:07)
               MOVE WRK-VALOR-EDIT   TO REG-ROT(69:06)
           END-IF.
           WRITE REG-ROT.
      *
           MOVE SPACES TO REG-ROT.
           STRING '    ' NOME-LOC '  TEL ' FONE-LOC ' ' CELULAR-LOC
               DELIMITED BY SIZE INTO REG-ROT.
           WRITE REG-ROT.
           COPY 'CPVIDEPB.cpy'. *> POSTAL BLOCK FOR REG-LOC
           MOVE SPACES TO REG-ROT.
           MOVE WRK-END-LIN1 TO REG-ROT(5:64).
           WRITE REG-ROT.
           IF WRK-END-LIN2 NOT EQUAL SPACES
               MOVE SPACES TO REG-ROT
               MOVE WRK-END-LIN2 TO REG-ROT(5:64)
               WRITE REG-ROT
           END-IF.
           IF WRK-END-LIN3 NOT EQUAL SPACES
               MOVE SPACES TO REG-ROT
               MOVE WRK-END-LIN3 TO REG-ROT(5:64)
               WRITE REG-ROT
           END-IF.
           MOVE SPACES TO REG-ROT.
           STRING '    TITLE: ' WRK-ROT-TITULO
               DELIMITED BY SIZE INTO REG-ROT.
           WRITE REG-ROT.
           IF ENT-ENTREGA
               MOVE '    [ ] DELIVERED   [ ] FAILED    SIGNATURE: ____'
                   TO REG-ROT
           ELSE
               MOVE '    [ ] COLLECTED   [ ] FAILED    SIGNATURE: ____'
                   TO REG-ROT
           END-IF.
           WRITE REG-ROT.
           MOVE ALL '-' TO REG-ROT.
           WRITE REG-ROT.
      *
           IF ENT-PENDENTE
               SET ENT-EM-ROTA TO TRUE
               REWRITE REG-ENT
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.
       0321-PRINT-STOP-END. EXIT.

      *    THE DAY AND DRIVER A SHEET IS PRINTED OR KEYED BACK FOR.
      *    A BLANK DRIVER GOES BACK TO THE MENU.
       0325-ASK-DAY-AND-DRIVER SECTION.
           MOVE ZERO   TO WRK-ENT-DATA.
           MOVE SPACES TO WRK-ENT-MOTORISTA.
           DISPLAY 'DAY (YYYYMMDD, 0=TODAY).....: [        ]'
               AT LINE 16 COLUMN 10.
           DISPLAY 'DRIVER......................: [        ]'
               AT LINE 17 COLUMN 10.
           ACCEPT WRK-ENT-DATA AT LINE 16 COLUMN 42.
           IF WRK-ENT-DATA EQUAL ZERO
               MOVE WRK-TODAY-NUM TO WRK-ENT-DATA
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-ENT-DATA)
              NOT EQUAL ZERO
               MOVE '21INVALID DATE.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
           ACCEPT WRK-ENT-MOTORISTA AT LINE 17 COLUMN 42.
           INSPECT WRK-ENT-MOTORISTA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       0325-ASK-DAY-AND-DRIVER-END. EXIT.

       0326-START-ROUTE SECTION.
           MOVE WRK-ENT-DATA      TO DATA-ENT.
           MOVE WRK-ENT-MOTORISTA TO MOTORISTA-ENT.
           MOVE ZEROES            TO ZONA-ENT.
           START ENTREGAS KEY IS NOT LESS CHAVE-ROTA-ENT
               INVALID KEY MOVE 10 TO FS-ENTREGAS
           END-START.
           IF FS-ENTREGAS NOT EQUAL 10
               READ ENTREGAS NEXT AT END MOVE 10 TO FS-ENTREGAS
               END-READ
           END-IF.
       0326-START-ROUTE-END. EXIT.

      *    THE BORROWER (REG-LOC), THE TITLE AND THE TRIP AND SLOT
      *    WORDING FOR THE ORDER IN REG-ENT.
       0327-DESCRIBE-STOP SECTION.
           IF ENT-ENTREGA
               MOVE 'DELIVER' TO WRK-ROT-TIPO-TXT
           ELSE
               MOVE 'COLLECT' TO WRK-ROT-TIPO-TXT
           END-IF.
           EVALUATE TRUE
               WHEN FAIXA-MANHA MOVE '09-12H' TO WRK-ROT-FAIXA-TXT
               WHEN FAIXA-TARDE MOVE '13-17H' TO WRK-ROT-FAIXA-TXT
               WHEN OTHER       MOVE '18-21H' TO WRK-ROT-FAIXA-TXT
           END-EVALUATE.
      *
           MOVE NUM-LOC-ENT TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   INITIALIZE REG-LOC
                   MOVE '** BORROWER NOT ON FILE **' TO NOME-LOC
           END-READ.
      *
           MOVE SPACES TO WRK-ROT-TITULO.
           MOVE NUM-EMP-ENT TO NUM-EMP.
           READ EMPRESTIMOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CODIGO-EMP TO CODIGO
                   READ MOVIES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE TITULO TO WRK-ROT-TITULO
                   END-READ
           END-READ.
       0327-DESCRIBE-STOP-END. EXIT.

       0329-SHOW-MSG SECTION.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0329-SHOW-MSG-END. EXIT.

      *    THE DRIVER'S SHEET COMES BACK AND IS KEYED STOP BY STOP:
      *    DONE (DELIVERED OR COLLECTED, AS THE TRIP WAS) OR FAILED.
      *    A DONE STOP POSTS THE DELIVERY FEE AS A RENTAL ROW ON THE
      *    LOAN - CASH INTO THIS OPERATOR'S DRAWER, OR ON THE CHARGE
      *    ACCOUNT THE ORDER NAMED. A FAILED STOP COSTS NOTHING. A
      *    BLANK LEAVES THE STOP ON THE ROUTE FOR LATER.
       0330-KEY-BACK-SHEET SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0325-ASK-DAY-AND-DRIVER.
           IF WRK-ENT-MOTORISTA EQUAL SPACES
              OR WRK-MSG-TEXT NOT EQUAL SPACES
               PERFORM 0329-SHOW-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZERO TO WRK-ROT-PARADAS.
           MOVE 'N' TO WRK-ROT-FIM.
           PERFORM 0326-START-ROUTE.
           PERFORM UNTIL FS-ENTREGAS EQUAL 10
                      OR DATA-ENT NOT EQUAL WRK-ENT-DATA
                      OR MOTORISTA-ENT NOT EQUAL WRK-ENT-MOTORISTA
                      OR WRK-ROT-FIM EQUAL 'S'
               IF ENT-EM-ROTA
                   PERFORM 0331-KEY-ONE-STOP
               END-IF
               READ ENTREGAS NEXT AT END MOVE 10 TO FS-ENTREGAS
               END-READ
           END-PERFORM.
      *
           INITIALIZE WRK-MSG.
           MOVE WRK-ROT-PARADAS TO WRK-QTDE-EDIT.
           STRING '57STOPS SETTLED FROM THE SHEET: ' WRK-QTDE-EDIT
               DELIMITED BY SIZE INTO WRK-MSG.
           PERFORM 0329-SHOW-MSG.
       0330-KEY-BACK-SHEET-END. EXIT.

       0331-KEY-ONE-STOP SECTION.
           PERFORM 0327-DESCRIBE-STOP.
           INITIALIZE WRK-MSG.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY 'ORDER.....: ' AT LINE 07 COLUMN 10.
           DISPLAY NUM-ENT AT LINE 07 COLUMN 22 COLOR 3 HIGHLIGHT.
           DISPLAY WRK-ROT-TIPO-TXT AT LINE 07 COLUMN 30
               COLOR 3 HIGHLIGHT.
           DISPLAY WRK-ROT-FAIXA-TXT AT LINE 07 COLUMN 39
               COLOR 3 HIGHLIGHT.
           DISPLAY 'ZONE......: ' AT LINE 08 COLUMN 10.
           DISPLAY ZONA-ENT AT LINE 08 COLUMN 22 COLOR 3 HIGHLIGHT.
           DISPLAY 'BORROWER..: ' AT LINE 09 COLUMN 10.
           DISPLAY NOME-LOC AT LINE 09 COLUMN 22 COLOR 3 HIGHLIGHT.
           DISPLAY 'LOAN......: ' AT LINE 10 COLUMN 10.
           DISPLAY NUM-EMP-ENT AT LINE 10 COLUMN 22 COLOR 3 HIGHLIGHT.
           DISPLAY WRK-ROT-TITULO AT LINE 10 COLUMN 30
               COLOR 3 HIGHLIGHT.
           MOVE TAXA-ENT TO WRK-VALOR-EDIT.
           IF CONTA-ENT NOT EQUAL ZERO
               DISPLAY 'ON ACCOUNT: ' AT LINE 11 COLUMN 10
           ELSE
               DISPLAY 'COLLECT...: ' AT LINE 11 COLUMN 10
           END-IF.
           DISPLAY WRK-VALOR-EDIT AT LINE 11 COLUMN 22
               COLOR 11 HIGHLIGHT.
      *
           MOVE SPACE TO WRK-ROT-RESULT.
           DISPLAY 'RESULT (S=DONE F=FAILED BLANK=LATER 0=STOP): [ ]'
               AT LINE 13 COLUMN 10.
           ACCEPT WRK-ROT-RESULT AT LINE 13 COLUMN 56.
           INSPECT WRK-ROT-RESULT CONVERTING 'sf' TO 'SF'.
      *
           EVALUATE WRK-ROT-RESULT
             WHEN '0'
               MOVE 'S' TO WRK-ROT-FIM
             WHEN 'S'
               PERFORM 0332-SETTLE-STOP
             WHEN 'F'
               SET ENT-FALHOU TO TRUE
               PERFORM 0333-CLOSE-STOP
               IF ENT-ENTREGA
                   MOVE '43NOT DELIVERED - CHECK THE DISC BACK IN.'
                       TO WRK-MSG
               ELSE
                   MOVE '43NOT COLLECTED - ORDER THE TRIP AGAIN.'
                       TO WRK-MSG
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           PERFORM 0329-SHOW-MSG.
       0331-KEY-ONE-STOP-END. EXIT.

       0332-SETTLE-STOP SECTION.
           IF ENT-ENTREGA
               SET ENT-ENTREGUE TO TRUE
           ELSE
               SET ENT-COLETADA TO TRUE
           END-IF.
      *
           IF TAXA-ENT GREATER ZEROES
               PERFORM 0335-POST-FEE
           END-IF.
           PERFORM 0333-CLOSE-STOP.
      *
           IF ENT-COLETADA
               MOVE '54COLLECTED - CHECK THE LOAN IN AT THE COUNTER.'
                   TO WRK-MSG
           END-IF.
       0332-SETTLE-STOP-END. EXIT.

       0333-CLOSE-STOP SECTION.
           MOVE WRK-TODAY-NUM TO DATA-BAIXA-ENT.
           MOVE WRK-OPERATOR  TO OPERADOR-BAIXA-ENT.
           REWRITE REG-ENT
               INVALID KEY
                   MOVE '42ERROR RECORDING ORDER.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-REWRITE.
           ADD 1 TO WRK-ROT-PARADAS.
      *
           MOVE 'ENTBAIXA'    TO LOG-OPERACAO.
           MOVE NUM-LOC-ENT   TO LOG-CODIGO.
           MOVE 'ENTREGA'     TO LOG-CAMPO.
           MOVE SPACES        TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           STRING 'ORDER ' NUM-ENT ' LOAN ' NUM-EMP-ENT ' DRIVER '
                  MOTORISTA-ENT DELIMITED BY SIZE
               INTO LOG-VALOR-ANTIGO.
           EVALUATE TRUE
               WHEN ENT-ENTREGUE
                   MOVE 'DELIVERED' TO LOG-VALOR-NOVO
               WHEN ENT-COLETADA
                   MOVE 'COLLECTED' TO LOG-VALOR-NOVO
               WHEN OTHER
                   MOVE 'FAILED'    TO LOG-VALOR-NOVO
           END-EVALUATE.
           PERFORM 0390-WRITE-AUDIT-LOG.
       0333-CLOSE-STOP-END. EXIT.

      *    THE FEE GOES ON PAGAMENTOS AS A RENTAL ROW AGAINST THE LOAN
      *    (SAME TAX TYPE), SO THE DAY SHEET, THE CASH-UP, THE FISCAL
      *    TOTALS AND THE LEDGER EXPORT ALL SEE IT WITH NO CHANGE.
       0335-POST-FEE SECTION.
           MOVE HIGH-VALUES TO NUM-PAG.
           START PAGAMENTOS KEY IS NOT GREATER NUM-PAG
               INVALID KEY
                   MOVE ZEROES TO NUM-PAG
               NOT INVALID KEY
                   READ PAGAMENTOS NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-PAG GIVING WRK-PAG-NEXT.
      *
           INITIALIZE REG-PAG.
           MOVE WRK-PAG-NEXT      TO NUM-PAG.
           MOVE NUM-EMP-ENT       TO NUM-EMP-PAG.
           MOVE NUM-LOC-ENT       TO NUM-LOC-PAG.
           MOVE TAXA-ENT          TO VALOR-PAG.
           MOVE WRK-TODAY-NUM     TO DATA-PAG.
           SET PAG-LOCACAO TO TRUE.
           IF CONTA-ENT NOT EQUAL ZERO
               SET FORMA-CONTA TO TRUE
               MOVE CONTA-ENT     TO CONTA-PAG
               MOVE ZEROES        TO NUM-CXS-PAG
           ELSE
               SET FORMA-DINHEIRO TO TRUE
               MOVE WRK-SESSAO    TO NUM-CXS-PAG
           END-IF.
           MOVE 'L'               TO WRK-IMP-TIPO.
           MOVE TAXA-ENT          TO WRK-IMP-BASE.
           PERFORM 0362-COMPUTE-TAX.
           MOVE WRK-IMP-ALIQ      TO ALIQ-PAG.
           MOVE WRK-IMP-VALOR     TO IMPOSTO-PAG.
      *
           WRITE REG-PAG
               INVALID KEY
                   MOVE '42ERROR RECORDING THE DELIVERY FEE.'
                       TO WRK-MSG
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE NUM-PAG TO NUM-PAG-ENT.
      *
           IF CONTA-ENT NOT EQUAL ZERO
               MOVE CONTA-ENT TO NUM-LOC
               READ BORROWERS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD TAXA-ENT TO SALDO-CONTA-LOC
                       REWRITE REG-LOC
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-READ
           END-IF.
       0335-POST-FEE-END. EXIT.

      *    AN ORDER NOT YET DONE CAN BE CALLED OFF - THE BORROWER
      *    WILL COME IN AFTER ALL, OR THE DAY IS WRONG. NOTHING WAS
      *    CHARGED, SO NOTHING IS REVERSED.
       0340-CANCEL-ORDER SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0341-CALL-OFF-ORDER.
           PERFORM 0329-SHOW-MSG.
       0340-CANCEL-ORDER-END. EXIT.

       0341-CALL-OFF-ORDER SECTION.
           MOVE ZERO TO WRK-ENT-NUM.
           DISPLAY 'ORDER NUMBER: [      ]' AT LINE 16 COLUMN 10.
           ACCEPT WRK-ENT-NUM AT LINE 16 COLUMN 25.
           IF WRK-ENT-NUM EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-ENT-NUM TO NUM-ENT.
           READ ENTREGAS
               INVALID KEY
                   MOVE '48ORDER NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           IF NOT ENT-ABERTA
               MOVE '43ORDER IS ALREADY CLOSED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0327-DESCRIBE-STOP.
           DISPLAY NOME-LOC AT LINE 16 COLUMN 34 COLOR 3 HIGHLIGHT.
           DISPLAY WRK-ROT-TIPO-TXT AT LINE 17 COLUMN 34
               COLOR 3 HIGHLIGHT.
           DISPLAY WRK-ROT-TITULO AT LINE 18 COLUMN 34
               COLOR 3 HIGHLIGHT.
      *
           MOVE '41CANCEL THIS ORDER (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27ORDER LEFT AS IT WAS.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE WRK-MSG.
           SET ENT-CANCELADA TO TRUE.
           MOVE WRK-TODAY-NUM TO DATA-BAIXA-ENT.
           MOVE WRK-OPERATOR  TO OPERADOR-BAIXA-ENT.
           REWRITE REG-ENT
               INVALID KEY
                   MOVE '42ERROR RECORDING ORDER.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-REWRITE.
      *
           MOVE 'ENTCANC'     TO LOG-OPERACAO.
           MOVE NUM-LOC-ENT   TO LOG-CODIGO.
           MOVE 'ENTREGA'     TO LOG-CAMPO.
           MOVE SPACES        TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           STRING 'ORDER ' NUM-ENT ' LOAN ' NUM-EMP-ENT
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           MOVE 'CANCELLED' TO LOG-VALOR-NOVO.
           PERFORM 0390-WRITE-AUDIT-LOG.
           MOVE '54ORDER CANCELLED.' TO WRK-MSG.
       0341-CALL-OFF-ORDER-END. EXIT.

      *    ZONES ARE KEYED BY NUMBER - A NEW NUMBER ADDS A ZONE, AN
      *    EXISTING ONE IS CHANGED IN PLACE. A ZONE IS NEVER DELETED
      *    (OLD ORDERS POINT AT IT); ONE THE VAN STOPS SERVING IS SET
      *    INACTIVE. NEW FEES APPLY TO ORDERS TAKEN FROM NOW ON.
       0350-MAINTAIN-ZONE SECTION.
           INITIALIZE REG-ZON WRK-MSG.
           DISPLAY SCREEN-ZONEDT.
           ACCEPT  SCREEN-ZONEDT-KEY.
           IF COD-ZON EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'N' TO WRK-ZON-NOVA.
           READ ZONAS
               INVALID KEY
                   MOVE 'S' TO WRK-ZON-NOVA
                   INITIALIZE DESC-ZON CEP-INI-ZON CEP-FIM-ZON
                              TAXA-ZON
                   SET ZON-ATIVA TO TRUE
           END-READ.
           ACCEPT SCREEN-ZONEDT-DDS.
           INSPECT ZON-STATUS CONVERTING 'ai' TO 'AI'.
      *
           EVALUATE TRUE
             WHEN DESC-ZON EQUAL SPACES
               MOVE '20ZONE DESCRIPTION IS BLANK.' TO WRK-MSG
             WHEN CEP-FIM-ZON LESS CEP-INI-ZON
               MOVE '20CEP RANGE RUNS BACKWARDS.' TO WRK-MSG
             WHEN NOT ZON-ATIVA AND NOT ZON-INATIVA
               MOVE '20STATUS MUST BE A OR I.' TO WRK-MSG
             WHEN WRK-ZON-NOVA EQUAL 'S'
               WRITE REG-ZON
                   INVALID KEY
                       MOVE '42ERROR RECORDING ZONE.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '57ZONE SUCCESSFULLY RECORDED.' TO WRK-MSG
               END-WRITE
             WHEN OTHER
               REWRITE REG-ZON
                   INVALID KEY
                       MOVE '42EDIT ERROR.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '54ZONE CHANGED SUCCESSFULLY.' TO WRK-MSG
               END-REWRITE
           END-EVALUATE.
      *
           IF WRK-MSG(1:2) EQUAL '57' OR EQUAL '54'
               MOVE 'ZONAALT'   TO LOG-OPERACAO
               MOVE COD-ZON     TO LOG-CODIGO
               MOVE 'ZONA'      TO LOG-CAMPO
               MOVE SPACES      TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO
               MOVE DESC-ZON    TO LOG-VALOR-ANTIGO
               MOVE TAXA-ZON    TO WRK-VALOR-EDIT
               STRING 'CEP ' CEP-INI-ZON '-' CEP-FIM-ZON ' FEE '
                      WRK-VALOR-EDIT ' ' ZON-STATUS
                   DELIMITED BY SIZE INTO LOG-VALOR-NOVO
               PERFORM 0390-WRITE-AUDIT-LOG
           END-IF.
           PERFORM 0329-SHOW-MSG.
       0350-MAINTAIN-ZONE-END. EXIT.

       0362-COMPUTE-TAX SECTION.
           COPY 'CPVIDIMC.cpy'. *> TAX CONTAINED IN A GROSS AMOUNT
       0362-COMPUTE-TAX-END. EXIT.

       0390-WRITE-AUDIT-LOG SECTION.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0390-WRITE-AUDIT-LOG-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE ZONAS EMPRESTIMOS BORROWERS MOVIES PAGAMENTOS.
           CLOSE LOG-AUDITORIA.
           CLOSE ENTREGAS.
      *
           IF FS-ENTREGAS NOT EQUAL "00"
               MOVE '47ERROR CLOSING DELIVERY ORDER FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-ENTREGAS TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING DELIVERY ORDER FILE.'
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

       END PROGRAM ENVIDPRG.
