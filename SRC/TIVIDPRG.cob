      ******************************************************************
      * FILE NAME   : TIVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : TRADE-IN ROUTINE OF VIDEOTECA PROGRAM - BUYS A   *
      *               CUSTOMER'S USED DISC OVER THE COUNTER FOR CASH   *
      *               OR STORE CREDIT, PUTS IT ON THE COPY REGISTER    *
      *               (RENTAL POOL OR EX-RENTAL SHELF), KEEPS THE      *
      *               TRADE-IN LEDGER AND PRINTS THE MONTHLY MARGIN    *
      *               REPORT OF BUY-IN PRICE AGAINST WHAT EACH DISC    *
      *               LATER EARNED OR SOLD FOR                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDTIS.cpy'. *> TRADE-IN LEDGER DAT WORKBOOK
           COPY 'CPVIDCPS.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDCXS.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDVLS.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDATS.cpy'. *> FIXED-ASSET MOVEMENTS WORKBOOK
           COPY 'CPVIDPFS.cpy'. *> GAME PLATFORMS DAT WORKBOOK
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDPGS.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDVNS.cpy'. *> EX-RENTAL SALES DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
           COPY 'CPVIDJRS.cpy'. *> RECOVERY JOURNAL WORKBOOK
      *
      *    SAME NARROW SLIP FILE THE LOAN DESK AND THE SALES TILL
      *    PRINT TO, APPENDED ONE TRANSACTION AT A TIME.
           SELECT RECIBOS
              ASSIGN       TO 'RECIBOS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-RECIBOS.
      *
           SELECT TROCAS-REL
              ASSIGN       TO 'TROCAS-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-TROCAS-REL.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TROCAS.
           COPY 'CPVIDTIR.cpy'. *> TRADE-IN LEDGER DATA FILE
      *
       FD  COPIAS.
           COPY 'CPVIDCOP.cpy'. *> COPY REGISTER DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  CAIXA.
           COPY 'CPVIDCXA.cpy'. *> CASH DRAWER SESSION DATA FILE
      *
       FD  VALES.
           COPY 'CPVIDVAL.cpy'. *> GIFT VOUCHER DATA FILE
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  ATIVOS.
           COPY 'CPVIDATV.cpy'. *> FIXED-ASSET MOVEMENTS DATA FILE
      *
       FD  PLATAFORMAS.
           COPY 'CPVIDPFR.cpy'. *> GAME PLATFORM DATA FILE
      *
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  PAGAMENTOS.
           COPY 'CPVIDPAG.cpy'. *> FEE PAYMENT DATA FILE
      *
       FD  VENDAS.
           COPY 'CPVIDVND.cpy'. *> EX-RENTAL SALES DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  JOURNAL.
           COPY 'CPVIDJRN.cpy'. *> RECOVERY JOURNAL RECORD
      *
       FD  RECIBOS.
       01 REG-RCB                PIC X(32).
      *
       FD  TROCAS-REL.
       01 REG-TRL                PIC X(100).
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
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDTIW.cpy'. *> TRADE-IN LEDGER DAT WORKBOOK
           COPY 'CPVIDCPW.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDCXW.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDVLW.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDATW.cpy'. *> FIXED-ASSET MOVEMENTS WORKBOOK
           COPY 'CPVIDPFW.cpy'. *> GAME PLATFORMS DAT WORKBOOK
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDPGW.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDVNW.cpy'. *> EX-RENTAL SALES DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDVFL.cpy'. *> VERIFY-CREDENTIALS LINKAGE
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-RECIBOS               PIC X(02) VALUE '00'.
       77  FS-TROCAS-REL            PIC X(02) VALUE '00'.
       77  WRK-MOPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-TRI-PROX             PIC 9(05) VALUE ZERO.
       77  WRK-VAL-PROX             PIC 9(07) VALUE ZERO.
       77  WRK-COPIA-MAX            PIC 9(03) VALUE ZERO.
       77  WRK-NUM-EDIT             PIC Z(04)9.
       77  WRK-CNT-EDIT             PIC Z(03)9.
       77  WRK-VAL-EDIT             PIC Z.ZZ9,99.
       77  WRK-TOT-EDIT             PIC ZZ.ZZ9,99.
       77  WRK-MRG-EDIT             PIC -ZZ.ZZ9,99.
       77  WRK-LST-LINE             PIC 9(02) USAGE COMP-3 VALUE 09.
       77  WRK-ITENS                PIC 9(04) USAGE COMP-3 VALUE ZERO.
      *
      *    OPEN DRAWER SESSION FOR THE SIGNED-ON OPERATOR - A CASH
      *    BUY IS STAMPED WITH IT SO THE EDVIDPRG CASH-UP TAKES THE
      *    PAYOUT OFF THAT DRAWER'S EXPECTED FIGURE.
       77  WRK-SESSAO               PIC 9(05) VALUE ZERO.
      *
      *    POLICY FROM PARAMS.dat: THE USEFUL LIFE A POOL COPY IS
      *    WRITTEN DOWN OVER (DEPVIDA, AS IN AFVIDPRG) AND THE PRICE
      *    ABOVE WHICH A BUY NEEDS A SUPERVISOR (TROCAMAX, CENTAVOS).
       77  WRK-VIDA-MESES           PIC 9(03) VALUE 24.
       77  WRK-TRI-LIMITE           PIC 9(05)V9(02) VALUE 50.
       77  WRK-PER-ANTERIOR         PIC 9(06) VALUE ZERO.
       77  WRK-CONV-ANO             PIC 9(04) VALUE ZERO.
       77  WRK-CONV-MES             PIC 9(02) VALUE ZERO.
      *
      *    TITLE LOOK-UP - A CODE OR A PIECE OF THE TITLE. A PIECE
      *    LISTS UP TO TEN CATALOGUE MATCHES FOR THE COUNTER TO PICK
      *    FROM; NONE OF THEM (OR NO MATCH) OFFERS TO CATALOGUE IT.
       77  WRK-TIT-BUSCA            PIC X(30) VALUE SPACES.
       77  WRK-TIT-TAM              PIC 9(02) VALUE ZERO.
       77  WRK-TIT-COD              PIC 9(05) VALUE ZERO.
       77  WRK-TIT-ACHOU            PIC 9(03) VALUE ZERO.
       77  WRK-TIT-MAIUSC           PIC X(45) VALUE SPACES.
       77  WRK-TIT-OK               PIC X(01) VALUE 'N'.
       77  WRK-COD-MAX              PIC 9(05) VALUE ZERO.
       01  TAB-ACHADOS.
           05 OCC-ACH      OCCURS 10 TIMES.
              10 EL-ACH-COD        PIC 9(05).
              10 EL-ACH-TIT        PIC X(45).
       77  WRK-ACH-COUNT            PIC 9(02) USAGE COMP-3 VALUE ZERO.
       77  WRK-ACH-IDX              PIC 9(02) USAGE COMP-3 VALUE ZERO.
       77  WRK-ACH-ESCOLHA          PIC 9(02) VALUE ZERO.
      *
      *    THE BUY BEING KEYED - THE TITLE IT IS OF, AND WHETHER THE
      *    MOVIE RECORD CHANGED (WISHLIST TURNED OWNED, POOL COUNTERS).
       77  WRK-TRI-TITULO           PIC X(45) VALUE SPACES.
       77  WRK-FIL-ALTERADO         PIC X(01) VALUE 'N'.
      *
      *    LEDGER LIST AND MARGIN REPORT - THE MONTH ASKED FOR, WHAT
      *    ONE DISC EARNED IN RENTALS AND SOLD FOR, AND THE TOTALS.
       77  WRK-PERIODO              PIC 9(06) VALUE ZERO.
       77  WRK-PER-INI              PIC 9(08) VALUE ZERO.
       77  WRK-REL-LOCACAO          PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-REL-VENDA            PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-REL-MARGEM           PIC S9(07)V9(02) VALUE ZERO.
       77  WRK-REL-SITUACAO         PIC X(11) VALUE SPACES.
       77  WRK-TOT-PAGO             PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-TOT-LOCACAO          PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-TOT-VENDA            PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-TOT-MARGEM           PIC S9(07)V9(02) VALUE ZERO.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-TRIMNU.
           05 LINE 06 COLUMN 10 VALUE "+---------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. COMPRAR    |".
           05 LINE 08 COLUMN 10 VALUE "| 2. LISTAR     |".
           05 LINE 09 COLUMN 10 VALUE "| 3. MARGEM     |".
           05 LINE 10 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 11 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 12 COLUMN 10 VALUE "+---------------+".
           05 LINE 11 COLUMN 23 PIC X(01) USING WRK-MOPTION.
      *
       01  SCREEN-TRIEDT.
           05 LINE 09 COLUMN 10 VALUE "FORMAT/PLATFORM: [   ]".
           05 LINE 09 COLUMN 41 VALUE "VHS/DVD/BLU OR GAME PLATFORM".
           05 LINE 10 COLUMN 10 VALUE "CONDITION......: [ ]".
           05 LINE 10 COLUMN 41 VALUE "B=GOOD R=FAIR X=POOR".
           05 LINE 11 COLUMN 10 VALUE "PRICE OFFERED..: [        ]".
           05 LINE 12 COLUMN 10 VALUE "GOES TO........: [ ]".
           05 LINE 12 COLUMN 41 VALUE "L=RENTAL POOL R=RESALE SHELF".
           05 LINE 13 COLUMN 10 VALUE "PAY AS.........: [ ]".
           05 LINE 13 COLUMN 41 VALUE "D=CASH V=STORE CREDIT".
      *
       01  SCREEN-TRIEDT-DDS.
           05 LINE 09 COLUMN 28 PIC X(03) USING FORMATO-TRI
              COLOR 7 HIGHLIGHT.
           05 LINE 10 COLUMN 28 PIC X(01) USING CONDICAO-TRI
              COLOR 7 HIGHLIGHT.
           05 LINE 11 COLUMN 28 PIC 9(05),9(02) USING VALOR-TRI
              COLOR 7 HIGHLIGHT.
           05 LINE 12 COLUMN 28 PIC X(01) USING DESTINO-TRI
              COLOR 7 HIGHLIGHT.
           05 LINE 13 COLUMN 28 PIC X(01) USING FORMA-TRI
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-TRIVND.
           05 LINE 15 COLUMN 10 VALUE "SELLER BORROWER: [     ]".
           05 LINE 15 COLUMN 41 VALUE "0 = WALK-IN (CASH ONLY)".
           05 LINE 16 COLUMN 10 VALUE "SELLER NAME....: [".
           05 LINE 16 COLUMN 48 VALUE "]".
           05 LINE 17 COLUMN 10 VALUE "ID DOCUMENT....: [".
           05 LINE 17 COLUMN 42 VALUE "]".
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'TIVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0120-FIND-SESSION.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O TROCAS.
      *
           IF FS-TROCAS EQUAL "35"
               OPEN OUTPUT TROCAS
               CLOSE TROCAS
               OPEN I-O TROCAS
           END-IF.
      *
           IF FS-TROCAS NOT EQUAL "00"
               MOVE '47ERROR OPENING TRADE-IN LEDGER FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-TROCAS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING TRADE-IN LEDGER FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O COPIAS.
           IF FS-COPIAS EQUAL "35"
               OPEN OUTPUT COPIAS
               CLOSE COPIAS
               OPEN I-O COPIAS
           END-IF.
      *
           OPEN INPUT BORROWERS.
           IF FS-BORROWERS EQUAL "35"
               OPEN OUTPUT BORROWERS
               CLOSE BORROWERS
               OPEN INPUT BORROWERS
           END-IF.
      *
      *    STORE CREDIT IS ISSUED HERE, SO VOUCHERS ARE I-O.
           OPEN I-O VALES.
           IF FS-VALES EQUAL "35"
               OPEN OUTPUT VALES
               CLOSE VALES
               OPEN I-O VALES
           END-IF.
      *
      *    A DISC BOUGHT IN GOES ON THE FIXED-ASSET REGISTER AT WHAT
      *    WAS PAID FOR IT, NOT AT THE TITLE'S CATALOGUE COST.
           OPEN I-O ATIVOS.
           IF FS-ATIVOS EQUAL "35"
               OPEN OUTPUT ATIVOS
               CLOSE ATIVOS
               OPEN I-O ATIVOS
           END-IF.
      *
           OPEN INPUT PLATAFORMAS.
           IF FS-PLATAFORMAS EQUAL "35"
               OPEN OUTPUT PLATAFORMAS
               CLOSE PLATAFORMAS
               OPEN INPUT PLATAFORMAS
           END-IF.
      *
           PERFORM 0110-OPEN-SHARED.
           PERFORM 0105-LOAD-POLICY.
       0100-OPEN-DATA-END. EXIT.

      *    USEFUL LIFE AND THE SUPERVISOR LIMIT FROM PARAMS.dat
      *    (MAINTAINED IN PMVIDPRG) - NO PARAMETER FILE OR NO ROW
      *    KEEPS THE COMPILED-IN 24 MONTHS AND 50,00.
       0105-LOAD-POLICY SECTION.
           OPEN INPUT PARAMS.
           IF FS-PARAMS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'DEPVIDA ' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1
              AND WRK-PAR-NUM GREATER ZERO
              AND WRK-PAR-NUM LESS 1000
               MOVE WRK-PAR-NUM TO WRK-VIDA-MESES
           END-IF.
      *
           MOVE 'TROCAMAX' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1
               COMPUTE WRK-TRI-LIMITE = WRK-PAR-NUM / 100
           END-IF.
      *
           CLOSE PARAMS.
       0105-LOAD-POLICY-END. EXIT.

       0107-FETCH-PARAM SECTION.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0107-FETCH-PARAM-END. EXIT.

      *    THE FILES INVIDPRG ALSO OPENS - CLOSED AROUND THE CALL WHEN
      *    A TITLE HAS TO BE CATALOGUED FROM THE BUY-IN SCREEN, AND
      *    OPENED AGAIN HERE AFTERWARDS.
       0110-OPEN-SHARED SECTION.
           OPEN I-O MOVIES.
           IF FS-MOVIES EQUAL "35"
               OPEN OUTPUT MOVIES
               CLOSE MOVIES
               OPEN I-O MOVIES
           END-IF.
      *
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
      *
           OPEN EXTEND JOURNAL.
           IF FS-JOURNAL EQUAL "35"
               OPEN OUTPUT JOURNAL
           END-IF.
       0110-OPEN-SHARED-END. EXIT.

      *    THE OPEN DRAWER SESSION FOR THE SIGNED-ON OPERATOR, AS IN
      *    VDVIDPRG. WITHOUT ONE THE BUY CAN ONLY BE PAID IN STORE
      *    CREDIT - CASH THAT LEAVES NO DRAWER CANNOT BE CASHED UP.
       0120-FIND-SESSION SECTION.
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
      *
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
           MOVE "     * * *  T R A D E - I N S  * * *" TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE WRK-MOPTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-TRIMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-TRIMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-MOPTION EQUAL '1'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE '*' TO WRK-MOPTION
               END-IF
           END-IF.
      *
           EVALUATE WRK-MOPTION
             WHEN '1' PERFORM 0310-BUY-DISC
             WHEN '2' PERFORM 0340-LIST-LEDGER
             WHEN '3' PERFORM 0350-MARGIN-REPORT
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

       0305-NEXT-TRADE-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-TRI.
           START TROCAS KEY IS NOT GREATER NUM-TRI
               INVALID KEY
                   MOVE ZEROES TO NUM-TRI
               NOT INVALID KEY
                   READ TROCAS NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-TRI GIVING WRK-TRI-PROX.
       0305-NEXT-TRADE-NUMBER-END. EXIT.

      *    ONE DISC BOUGHT OVER THE COUNTER: FIND (OR CATALOGUE) THE
      *    TITLE, GRADE THE DISC AND AGREE A PRICE, SAY WHO IS SELLING
      *    IT AND HOW THEY ARE PAID. THE DISC BECOMES A NEW COPY ON
      *    THE REGISTER - ON THE SHELF FOR RENT, OR WITHDRAWN STRAIGHT
      *    TO THE EX-RENTAL SHELF FOR THE SALES TILL - CARRYING THE
      *    BUY-IN PRICE AS ITS COST ON THE FIXED-ASSET REGISTER.
       0310-BUY-DISC SECTION.
           INITIALIZE REG-TRI WRK-MSG.
           PERFORM 0311-FIND-TITLE.
           IF WRK-TIT-OK NOT EQUAL 'S'
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-TODAY-NUM TO DATA-TRI.
           MOVE WRK-TIME      TO HORA-TRI.
           MOVE CODIGO        TO CODIGO-TRI.
           MOVE TITULO        TO WRK-TRI-TITULO.
           MOVE WRK-OPERATOR  TO OPERADOR-TRI.
           IF MIDIA-JOGO
               MOVE SPACES TO FORMATO-TRI
           ELSE
               MOVE 'DVD'  TO FORMATO-TRI
           END-IF.
           MOVE 'B'           TO CONDICAO-TRI.
           SET TRI-LOCACAO    TO TRUE.
           IF WRK-SESSAO EQUAL ZEROES
               SET TRI-CREDITO  TO TRUE
           ELSE
               SET TRI-DINHEIRO TO TRUE
           END-IF.
      *
           PERFORM 0316-TITLE-BANNER.
           DISPLAY SCREEN-TRIEDT.
           ACCEPT  SCREEN-TRIEDT-DDS.
           PERFORM 0317-CHECK-DETAILS.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0318-TAKE-SELLER.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
      *    A BIG PAYOUT IS A SUPERVISOR'S CALL, WHICHEVER WAY IT IS
      *    PAID - STORE CREDIT IS MONEY OWED ALL THE SAME.
           IF VALOR-TRI GREATER WRK-TRI-LIMITE
               MOVE 'S' TO LNK-VRF-PERFIL-MIN
               CALL 'VFVIDPRG' USING LNK-VERIFY
               IF NOT VRF-APROVADO
                   MOVE '43NOT APPROVED - SUPERVISOR CHECK FAILED.'
                       TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
               END-IF
               MOVE LNK-VRF-ID TO APROVADOR-TRI
           END-IF.
      *
           MOVE '41CONFIRM BUYING THIS DISC (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27TRADE-IN ABANDONED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE WRK-MSG.
           PERFORM 0305-NEXT-TRADE-NUMBER.
           MOVE WRK-TRI-PROX TO NUM-TRI.
           IF TRI-DINHEIRO
               MOVE WRK-SESSAO TO NUM-CXS-TRI
           END-IF.
      *
           PERFORM 0320-ADD-COPY.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0322-ENTER-ASSET.
           PERFORM 0324-UPDATE-TITLE.
           IF TRI-CREDITO
               PERFORM 0326-ISSUE-CREDIT
           END-IF.
      *
           WRITE REG-TRI
               INVALID KEY
                   MOVE '47ERROR RECORDING TRADE-IN.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-WRITE.
           PERFORM 0328-LOG-TRADE.
           PERFORM 0330-PRINT-SLIP.
      *
           MOVE NUM-TRI       TO WRK-NUM-EDIT.
           MOVE NUM-COPIA-TRI TO WRK-CNT-EDIT.
           INITIALIZE WRK-MSG.
           STRING '54TRADE-IN #' WRK-NUM-EDIT ' RECORDED AS COPY '
                  CODIGO-TRI '-' NUM-COPIA-TRI '.'
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-BUY-DISC-END. EXIT.

      *    A CODE IS READ STRAIGHT OFF THE CATALOGUE; ANYTHING ELSE IS
      *    A PIECE OF THE TITLE. LEAVES THE TITLE IN REG-FIL AND
      *    WRK-TIT-OK 'S' WHEN ONE WAS SETTLED ON.
       0311-FIND-TITLE SECTION.
           MOVE 'N'    TO WRK-TIT-OK.
           MOVE SPACES TO WRK-TIT-BUSCA.
           DISPLAY SCREEN-MAIN.
           DISPLAY 'MOVIE CODE OR TITLE: [' AT LINE 07 COLUMN 10.
           DISPLAY ']' AT LINE 07 COLUMN 62.
           ACCEPT WRK-TIT-BUSCA AT LINE 07 COLUMN 32.
           IF WRK-TIT-BUSCA EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZERO TO WRK-TIT-TAM.
           INSPECT WRK-TIT-BUSCA TALLYING WRK-TIT-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WRK-TIT-TAM NOT GREATER 5
              AND WRK-TIT-BUSCA(1:WRK-TIT-TAM) IS NUMERIC
               MOVE WRK-TIT-BUSCA(1:WRK-TIT-TAM) TO WRK-TIT-COD
               MOVE WRK-TIT-COD TO CODIGO
               READ MOVIES
                   INVALID KEY
                       MOVE '48MOVIE CODE NOT FOUND.' TO WRK-MSG
                       DISPLAY SCREEN-MSG
                       ACCEPT SCREEN-WAIT
                       EXIT PARAGRAPH
               END-READ
           ELSE
               PERFORM 0312-SEARCH-TITLES
               IF WRK-TIT-OK NOT EQUAL 'P'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *
           IF NOT REG-ATIVO
               MOVE '43TITLE IS DELETED FROM THE CATALOGUE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO WRK-TIT-OK.
       0311-FIND-TITLE-END. EXIT.

      *    THE WHOLE CATALOGUE AGAINST THE PIECE KEYED, CASE APART.
      *    THE COUNTER PICKS ONE OF THE MATCHES (WRK-TIT-OK 'P', THE
      *    TITLE READ BACK INTO REG-FIL) OR NONE, AND IS THEN OFFERED
      *    THE CATALOGUE SCREEN FOR A TITLE THE SHOP HAS NEVER HAD.
       0312-SEARCH-TITLES SECTION.
           INITIALIZE TAB-ACHADOS.
           MOVE ZERO TO WRK-ACH-COUNT.
           INSPECT WRK-TIT-BUSCA
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE ZERO TO WRK-TIT-TAM.
           INSPECT WRK-TIT-BUSCA TALLYING WRK-TIT-TAM
               FOR CHARACTERS BEFORE INITIAL '  '.
      *
           MOVE LOW-VALUES TO CODIGO.
           START MOVIES KEY IS NOT LESS CODIGO
               INVALID KEY MOVE 10 TO FS-MOVIES
           END-START.
           IF FS-MOVIES NOT EQUAL 10
               READ MOVIES NEXT AT END MOVE 10 TO FS-MOVIES END-READ
           END-IF.
      *
           PERFORM UNTIL FS-MOVIES EQUAL 10
                     OR WRK-ACH-COUNT NOT LESS 10
               IF REG-ATIVO
                   MOVE TITULO TO WRK-TIT-MAIUSC
                   INSPECT WRK-TIT-MAIUSC
                       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   MOVE ZERO TO WRK-TIT-ACHOU
                   INSPECT WRK-TIT-MAIUSC TALLYING WRK-TIT-ACHOU
                       FOR ALL WRK-TIT-BUSCA(1:WRK-TIT-TAM)
                   IF WRK-TIT-ACHOU GREATER ZERO
                       ADD 1 TO WRK-ACH-COUNT
                       MOVE CODIGO TO EL-ACH-COD(WRK-ACH-COUNT)
                       MOVE TITULO TO EL-ACH-TIT(WRK-ACH-COUNT)
                   END-IF
               END-IF
               READ MOVIES NEXT AT END MOVE 10 TO FS-MOVIES END-READ
           END-PERFORM.
      *
           MOVE ZERO TO WRK-ACH-ESCOLHA.
           IF WRK-ACH-COUNT GREATER ZERO
               DISPLAY ' #  CODE  TITLE' AT LINE 09 COLUMN 10
               PERFORM VARYING WRK-ACH-IDX FROM 1 BY 1
                       UNTIL WRK-ACH-IDX GREATER WRK-ACH-COUNT
                   ADD 9 WRK-ACH-IDX GIVING WRK-LST-LINE
                   MOVE WRK-ACH-IDX TO WRK-CNT-EDIT
                   DISPLAY WRK-CNT-EDIT(3:2)
                       AT LINE WRK-LST-LINE COLUMN 10
                   DISPLAY EL-ACH-COD(WRK-ACH-IDX)
                       AT LINE WRK-LST-LINE COLUMN 14 COLOR 11 HIGHLIGHT
                   DISPLAY EL-ACH-TIT(WRK-ACH-IDX)
                       AT LINE WRK-LST-LINE COLUMN 20 COLOR 11 HIGHLIGHT
               END-PERFORM
               DISPLAY 'PICK # (0 = NOT LISTED): [  ]'
                   AT LINE 20 COLUMN 10
               ACCEPT WRK-ACH-ESCOLHA AT LINE 20 COLUMN 36
           END-IF.
      *
           IF WRK-ACH-ESCOLHA GREATER ZERO
              AND WRK-ACH-ESCOLHA NOT GREATER WRK-ACH-COUNT
               MOVE EL-ACH-COD(WRK-ACH-ESCOLHA) TO CODIGO
               READ MOVIES
                   INVALID KEY
                       MOVE '48MOVIE CODE NOT FOUND.' TO WRK-MSG
                       DISPLAY SCREEN-MSG
                       ACCEPT SCREEN-WAIT
                       EXIT PARAGRAPH
               END-READ
               MOVE 'P' TO WRK-TIT-OK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-ACH-COUNT EQUAL ZERO
               MOVE '41NOT IN THE CATALOGUE - ADD THE TITLE NOW (Y/N)?'
                   TO WRK-MSG
           ELSE
               MOVE '41ADD THE TITLE TO THE CATALOGUE NOW (Y/N)?'
                   TO WRK-MSG
           END-IF.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT EQUAL 'Y' OR EQUAL 'y'
               PERFORM 0314-CATALOGUE-TITLE
           END-IF.
       0312-SEARCH-TITLES-END. EXIT.

      *    THE ORDINARY ADD-MOVIE SCREEN - IT ASKS WHETHER THE TITLE
      *    IS A WISHLIST ITEM, AND A WISHLIST TITLE BECOMES OWNED ONCE
      *    THE DISC IS BOUGHT. WHATEVER CODE IT TAKES IS THE HIGHEST
      *    ON FILE AFTERWARDS; NOTHING ABOVE THE OLD HIGHEST MEANS THE
      *    SCREEN WAS LEFT WITHOUT ADDING ANYTHING.
       0314-CATALOGUE-TITLE SECTION.
           MOVE HIGH-VALUES TO CODIGO.
           START MOVIES KEY IS NOT GREATER CODIGO
               INVALID KEY
                   MOVE ZEROES TO CODIGO
               NOT INVALID KEY
                   READ MOVIES NEXT AT END CONTINUE END-READ
           END-START.
           MOVE CODIGO TO WRK-COD-MAX.
      *
           CLOSE MOVIES LOG-AUDITORIA JOURNAL.
           CALL 'INVIDPRG'.
           PERFORM 0110-OPEN-SHARED.
      *
           MOVE HIGH-VALUES TO CODIGO.
           START MOVIES KEY IS NOT GREATER CODIGO
               INVALID KEY
                   MOVE ZEROES TO CODIGO
               NOT INVALID KEY
                   READ MOVIES NEXT AT END CONTINUE END-READ
           END-START.
           IF CODIGO NOT GREATER WRK-COD-MAX
               MOVE '27NO TITLE ADDED - TRADE-IN ABANDONED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
           READ MOVIES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE 'P' TO WRK-TIT-OK.
       0314-CATALOGUE-TITLE-END. EXIT.

       0316-TITLE-BANNER SECTION.
           DISPLAY SCREEN-MAIN.
           DISPLAY 'TITLE..........: ' AT LINE 07 COLUMN 10.
           DISPLAY CODIGO AT LINE 07 COLUMN 27 COLOR 11 HIGHLIGHT.
           DISPLAY TITULO AT LINE 07 COLUMN 33 COLOR 11 HIGHLIGHT.
           IF ACERVO-DESEJO
               DISPLAY '(ON THE WISHLIST)' AT LINE 08 COLUMN 33
                   COLOR 4 HIGHLIGHT
           END-IF.
       0316-TITLE-BANNER-END. EXIT.

      *    A FILM DISC IS VHS, DVD OR BLU-RAY; A GAME DISC CARRIES ITS
      *    PLATFORM CODE, WHICH MUST BE A LIVE ONE ON THE MASTER.
       0317-CHECK-DETAILS SECTION.
           INITIALIZE WRK-MSG.
           INSPECT FORMATO-TRI
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT CONDICAO-TRI CONVERTING 'brx' TO 'BRX'.
           INSPECT DESTINO-TRI  CONVERTING 'lr'  TO 'LR'.
           INSPECT FORMA-TRI    CONVERTING 'dv'  TO 'DV'.
      *
           EVALUATE TRUE
               WHEN VALOR-TRI EQUAL ZERO
                   MOVE '20A PRICE IS REQUIRED.' TO WRK-MSG
               WHEN CONDICAO-TRI NOT EQUAL 'B' AND NOT EQUAL 'R'
                                 AND NOT EQUAL 'X'
                   MOVE '20CONDITION MUST BE B, R OR X.' TO WRK-MSG
               WHEN NOT TRI-LOCACAO AND NOT TRI-REVENDA
                   MOVE '20DESTINATION MUST BE L OR R.' TO WRK-MSG
               WHEN NOT TRI-DINHEIRO AND NOT TRI-CREDITO
                   MOVE '20PAYMENT MUST BE D OR V.' TO WRK-MSG
               WHEN TRI-DINHEIRO AND WRK-SESSAO EQUAL ZEROES
                   MOVE '43NO DRAWER OPEN - PAY IN STORE CREDIT.'
                       TO WRK-MSG
               WHEN NOT MIDIA-JOGO
                AND FORMATO-TRI NOT EQUAL 'VHS' AND NOT EQUAL 'DVD'
                                AND NOT EQUAL 'BLU'
                   MOVE '20FORMAT MUST BE VHS, DVD OR BLU.' TO WRK-MSG
           END-EVALUATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           IF MIDIA-JOGO
               MOVE FORMATO-TRI TO COD-PLT
               READ PLATAFORMAS
                   INVALID KEY
                       MOVE '48PLATFORM NOT ON THE PLATFORM MASTER.'
                           TO WRK-MSG
                   NOT INVALID KEY
                       IF PLT-RETIRADA
                           MOVE '43PLATFORM IS RETIRED.' TO WRK-MSG
                       END-IF
               END-READ
           END-IF.
       0317-CHECK-DETAILS-END. EXIT.

      *    WHO IS SELLING. A BORROWER'S NAME AND DOCUMENT COME OFF
      *    THEIR RECORD; A WALK-IN HAS TO GIVE BOTH, AND CAN ONLY BE
      *    PAID IN CASH - STORE CREDIT IS ALWAYS IN A BORROWER'S NAME.
       0318-TAKE-SELLER SECTION.
           INITIALIZE WRK-MSG.
           DISPLAY SCREEN-TRIVND.
           ACCEPT NUM-LOC-TRI AT LINE 15 COLUMN 28.
      *
           IF NUM-LOC-TRI NOT EQUAL ZERO
               MOVE NUM-LOC-TRI TO NUM-LOC
               READ BORROWERS
                   INVALID KEY
                       MOVE '48BORROWER NOT FOUND.' TO WRK-MSG
                       EXIT PARAGRAPH
               END-READ
               MOVE NOME-LOC TO NOME-TRI
               MOVE CPF-LOC  TO DOC-TRI
               DISPLAY NOME-TRI AT LINE 16 COLUMN 28 COLOR 11 HIGHLIGHT
               DISPLAY DOC-TRI  AT LINE 17 COLUMN 28 COLOR 11 HIGHLIGHT
               EXIT PARAGRAPH
           END-IF.
      *
           IF TRI-CREDITO
               MOVE '20STORE CREDIT NEEDS THE SELLER TO BE A BORROWER.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
           ACCEPT NOME-TRI AT LINE 16 COLUMN 28.
           ACCEPT DOC-TRI  AT LINE 17 COLUMN 28.
           INSPECT NOME-TRI
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF NOME-TRI EQUAL SPACES OR DOC-TRI EQUAL SPACES
               MOVE '20SELLER NAME AND ID DOCUMENT ARE REQUIRED.'
                   TO WRK-MSG
           END-IF.
       0318-TAKE-SELLER-END. EXIT.

      *    THE NEXT COPY NUMBER ON THE TITLE, AS CRVIDPRG NUMBERS THEM.
      *    A RESALE DISC GOES ON WITHDRAWN, SO IT NEVER COUNTS TOWARDS
      *    THE RENTAL POOL AND IS AT ONCE SELLABLE AT THE TILL.
       0320-ADD-COPY SECTION.
           MOVE CODIGO-TRI TO CODIGO-COP.
           MOVE 999        TO NUM-COPIA.
           MOVE ZERO       TO WRK-COPIA-MAX.
           START COPIAS KEY IS NOT GREATER CHAVE-COP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ COPIAS NEXT AT END CONTINUE END-READ
                   IF CODIGO-COP EQUAL CODIGO-TRI
                       MOVE NUM-COPIA TO WRK-COPIA-MAX
                   END-IF
           END-START.
           IF WRK-COPIA-MAX NOT LESS 999
               MOVE '43NO COPY NUMBERS LEFT ON THIS TITLE.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE REG-COP.
           MOVE CODIGO-TRI    TO CODIGO-COP.
           ADD 1 TO WRK-COPIA-MAX GIVING NUM-COPIA.
           MOVE NUM-COPIA     TO NUM-COPIA-TRI.
           MOVE FORMATO-TRI   TO FORMATO-COP.
           MOVE CONDICAO-TRI  TO CONDICAO-COP.
           IF TRI-REVENDA
               SET COP-BAIXADA    TO TRUE
           ELSE
               SET COP-DISPONIVEL TO TRUE
           END-IF.
           MOVE '01'          TO FILIAL-COP.
           MOVE WRK-TODAY-NUM TO DATA-COND-COP.
      *
           MOVE WRK-TODAY-NUM(1:6) TO WRK-PERIODO.
           IF WRK-TODAY-NUM(5:2) EQUAL '01'
               COMPUTE WRK-PER-ANTERIOR = WRK-PERIODO - 89
           ELSE
               COMPUTE WRK-PER-ANTERIOR = WRK-PERIODO - 1
           END-IF.
           MOVE VALOR-TRI        TO CUSTO-COP.
           MOVE WRK-TODAY-NUM    TO DATA-AQUIS-COP.
           MOVE WRK-VIDA-MESES   TO VIDA-COP.
           MOVE ZEROES           TO DEPREC-ACUM-COP DATA-BAIXA-COP.
           MOVE WRK-PER-ANTERIOR TO PER-DEPREC-COP.
      *
           WRITE REG-COP
               INVALID KEY
                   MOVE '47COPY NUMBER ALREADY ON REGISTER.' TO WRK-MSG
           END-WRITE.
       0320-ADD-COPY-END. EXIT.

      *    THE COPY COMES ON THE REGISTER THE DAY IT IS BOUGHT, AT THE
      *    PRICE PAID. THE MONTHLY RUN (AFVIDPRG) SEES THE ACQUISITION
      *    DATE AND LEAVES THE ENTRY ALONE; A RESALE COPY IS NEVER
      *    DEPRECIATED, AND ITS COST IS WRITTEN OFF AGAINST THE
      *    PROCEEDS WHEN THE TILL SELLS IT.
       0322-ENTER-ASSET SECTION.
           INITIALIZE REG-ATV.
           MOVE WRK-TODAY-NUM(1:6) TO PERIODO-ATV.
           MOVE CODIGO-COP         TO CODIGO-ATV.
           MOVE NUM-COPIA          TO NUM-COPIA-ATV.
           SET ATV-ENTRADA        TO TRUE.
           MOVE WRK-TODAY-NUM      TO DATA-ATV.
           MOVE 'TI'               TO ORIGEM-ATV.
           MOVE NUM-TRI            TO NUM-DOC-ATV.
           MOVE CUSTO-COP          TO CUSTO-ATV VALOR-ATV.
           WRITE REG-ATV
               INVALID KEY CONTINUE
           END-WRITE.
       0322-ENTER-ASSET-END. EXIT.

      *    A WISHLIST TITLE IS OWNED NOW, AND A POOL COPY ADDS TO THE
      *    TITLE'S COUNTERS (A RESALE COPY IS WITHDRAWN AND DOES NOT).
       0324-UPDATE-TITLE SECTION.
           MOVE 'N' TO WRK-FIL-ALTERADO.
           MOVE CODIGO-TRI TO CODIGO.
           READ MOVIES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE REG-FIL TO WRK-JRN-ANTES.
      *
           IF ACERVO-DESEJO
               SET ACERVO-POSSUIDO TO TRUE
               MOVE 'S' TO WRK-FIL-ALTERADO
           END-IF.
           IF TRI-LOCACAO
               ADD 1 TO QTDE-COPIAS QTDE-DISPONIVEL
                   ON SIZE ERROR CONTINUE
               END-ADD
               MOVE 'S' TO WRK-FIL-ALTERADO
           END-IF.
           IF WRK-FIL-ALTERADO NOT EQUAL 'S'
               EXIT PARAGRAPH
           END-IF.
      *
           REWRITE REG-FIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0325-JOURNAL-TITLE
           END-REWRITE.
       0324-UPDATE-TITLE-END. EXIT.

       0325-JOURNAL-TITLE SECTION.
           MOVE 'MOV' TO JRN-ARQUIVO.
           SET JRN-REGRAVACAO TO TRUE.
           MOVE WRK-JRN-ANTES TO JRN-ANTES.
           MOVE REG-FIL TO JRN-DEPOIS.
           COPY 'CPVIDJWR.cpy'. *> APPEND JOURNAL IMAGE
       0325-JOURNAL-TITLE-END. EXIT.

      *    STORE CREDIT FOR THE PRICE, IN THE SELLER'S NAME - THE SAME
      *    KIND OF VOUCHER THE COMPLAINT DESK GRANTS, SPENDABLE AT ANY
      *    TILL THAT TAKES VOUCHERS, BUT MARKED AS A TRADE-IN: NO MONEY
      *    IS TAKEN FOR IT, AND THE LEDGER BOOKS IT AS A PURCHASE OF
      *    STOCK RATHER THAN A DISCOUNT.
       0326-ISSUE-CREDIT SECTION.
           MOVE HIGH-VALUES TO NUM-VAL.
           START VALES KEY IS NOT GREATER NUM-VAL
               INVALID KEY
                   MOVE ZEROES TO NUM-VAL
               NOT INVALID KEY
                   READ VALES NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-VAL GIVING WRK-VAL-PROX.
      *
           INITIALIZE REG-VAL.
           MOVE WRK-VAL-PROX     TO NUM-VAL.
           SET VAL-CREDITO       TO TRUE.
           MOVE NUM-LOC-TRI      TO NUM-LOC-VAL.
           MOVE WRK-TODAY-NUM    TO DATA-EMISSAO-VAL.
           MOVE VALOR-TRI        TO VALOR-EMITIDO-VAL SALDO-VAL.
           MOVE ZEROES           TO DATA-VALIDADE-VAL DATA-USO-VAL.
           SET VAL-ATIVO         TO TRUE.
           SET VAL-TROCA         TO TRUE.
           MOVE ZEROES           TO NUM-CXS-VAL.
           MOVE WRK-OPERATOR     TO OPERADOR-VAL.
           WRITE REG-VAL
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE NUM-VAL TO NUM-VAL-TRI.
      *
           MOVE 'CREDITVL'       TO LOG-OPERACAO.
           MOVE NUM-LOC-VAL      TO LOG-CODIGO.
           MOVE SPACES           TO LOG-CAMPO.
           STRING 'V' NUM-VAL DELIMITED BY SIZE INTO LOG-CAMPO.
           MOVE SPACES           TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE VALOR-EMITIDO-VAL TO WRK-VAL-EDIT.
           MOVE NUM-TRI          TO WRK-NUM-EDIT.
           STRING WRK-VAL-EDIT ' TRADE-IN ' WRK-NUM-EDIT
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0326-ISSUE-CREDIT-END. EXIT.

       0328-LOG-TRADE SECTION.
           MOVE 'TROCA'          TO LOG-OPERACAO.
           MOVE CODIGO-TRI       TO LOG-CODIGO.
           MOVE SPACES           TO LOG-CAMPO.
           STRING 'T' NUM-TRI DELIMITED BY SIZE INTO LOG-CAMPO.
           MOVE SPACES           TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE VALOR-TRI        TO WRK-VAL-EDIT.
           STRING WRK-VAL-EDIT ' ' FORMA-TRI ' COPY ' NUM-COPIA-TRI
                  ' ' DESTINO-TRI ' ' APROVADOR-TRI
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0328-LOG-TRADE-END. EXIT.

      *    THE SELLER'S COPY OF THE DEAL ON THE 32-COLUMN SLIP - A
      *    PURCHASE BY THE SHOP, SO IT TAKES NO FISCAL NUMBER.
       0330-PRINT-SLIP SECTION.
           OPEN EXTEND RECIBOS.
           IF FS-RECIBOS EQUAL "35"
               OPEN OUTPUT RECIBOS
           END-IF.
           IF FS-RECIBOS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ALL '-' TO REG-RCB.
           WRITE REG-RCB.
           MOVE 'VIDEOTECA - TRADE-IN SLIP' TO REG-RCB.
           WRITE REG-RCB.
           MOVE NUM-TRI TO WRK-NUM-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'TRADE-IN #' WRK-NUM-EDIT ' ' WRK-DATE
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           MOVE WRK-TRI-TITULO TO REG-RCB.
           WRITE REG-RCB.
           MOVE SPACES TO REG-RCB.
           STRING FORMATO-TRI ' CONDITION ' CONDICAO-TRI
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           MOVE NOME-TRI TO REG-RCB.
           WRITE REG-RCB.
           MOVE VALOR-TRI TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'PAID....: ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           MOVE SPACES TO REG-RCB.
           IF TRI-CREDITO
               STRING 'AS STORE CREDIT ' NUM-VAL-TRI
                   DELIMITED BY SIZE INTO REG-RCB
           ELSE
               MOVE 'PAID IN CASH' TO REG-RCB
           END-IF.
           WRITE REG-RCB.
           MOVE 'SELLER SIGNATURE:' TO REG-RCB.
           WRITE REG-RCB.
           MOVE SPACES TO REG-RCB.
           WRITE REG-RCB.
           MOVE ALL '_' TO REG-RCB.
           WRITE REG-RCB.
           MOVE SPACES TO REG-RCB.
           WRITE REG-RCB.
      *
           CLOSE RECIBOS.
       0330-PRINT-SLIP-END. EXIT.

      *    THE MONTH ASKED FOR (AAAAMM) - ZERO TAKES THE CURRENT ONE.
      *    LEAVES WRK-PERIODO ZERO WHEN THE ANSWER WILL NOT DO.
       0335-ASK-PERIOD SECTION.
           MOVE WRK-TODAY-NUM(1:6) TO WRK-PERIODO.
           DISPLAY 'MONTH (AAAAMM): [      ]' AT LINE 16 COLUMN 10.
           ACCEPT WRK-PERIODO AT LINE 16 COLUMN 27.
           IF WRK-PERIODO EQUAL ZERO
               MOVE WRK-TODAY-NUM(1:6) TO WRK-PERIODO
           END-IF.
      *
           DIVIDE WRK-PERIODO BY 100 GIVING WRK-CONV-ANO
               REMAINDER WRK-CONV-MES.
           IF WRK-CONV-MES LESS 1 OR GREATER 12
              OR WRK-PERIODO GREATER WRK-TODAY-NUM(1:6)
               MOVE '20INVALID PERIOD.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               MOVE ZEROES TO WRK-PERIODO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-PER-INI = WRK-PERIODO * 100 + 1.
       0335-ASK-PERIOD-END. EXIT.

       0337-POSITION-MONTH SECTION.
           MOVE WRK-PER-INI TO DATA-TRI.
           START TROCAS KEY IS NOT LESS DATA-TRI
               INVALID KEY MOVE 10 TO FS-TROCAS
           END-START.
           IF FS-TROCAS NOT EQUAL 10
               READ TROCAS NEXT AT END MOVE 10 TO FS-TROCAS END-READ
           END-IF.
       0337-POSITION-MONTH-END. EXIT.

      *    THE LEDGER FOR ONE MONTH ON SCREEN, A PAGE AT A TIME, WITH
      *    THE COUNT AND WHAT WAS PAID OUT.
       0340-LIST-LEDGER SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0335-ASK-PERIOD.
           IF WRK-PERIODO EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZERO TO WRK-ITENS WRK-TOT-PAGO.
           PERFORM 0345-LIST-HEADER.
           PERFORM 0337-POSITION-MONTH.
      *
           PERFORM UNTIL FS-TROCAS EQUAL 10
                     OR DATA-TRI(1:6) NOT EQUAL WRK-PERIODO
               IF WRK-LST-LINE GREATER 20
                   MOVE '57MORE TRADE-INS - PRESS ENTER.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   INITIALIZE WRK-MSG
                   PERFORM 0345-LIST-HEADER
               END-IF
               ADD 1 TO WRK-ITENS
               ADD VALOR-TRI TO WRK-TOT-PAGO
               PERFORM 0347-SHOW-LEDGER-LINE
               ADD 1 TO WRK-LST-LINE
               READ TROCAS NEXT AT END MOVE 10 TO FS-TROCAS END-READ
           END-PERFORM.
      *
           IF WRK-ITENS EQUAL ZERO
               MOVE '48NO TRADE-INS IN THAT MONTH.' TO WRK-MSG
               DISPLAY SCREEN-MSG
           ELSE
               MOVE WRK-ITENS    TO WRK-CNT-EDIT
               MOVE WRK-TOT-PAGO TO WRK-TOT-EDIT
               DISPLAY 'DISCS: ' AT LINE 21 COLUMN 03
               DISPLAY WRK-CNT-EDIT AT LINE 21 COLUMN 10
                   COLOR 4 HIGHLIGHT
               DISPLAY 'PAID OUT: ' AT LINE 21 COLUMN 16
               DISPLAY WRK-TOT-EDIT AT LINE 21 COLUMN 26
                   COLOR 4 HIGHLIGHT
           END-IF.
           ACCEPT SCREEN-WAIT.
       0340-LIST-LEDGER-END. EXIT.

       0345-LIST-HEADER SECTION.
           DISPLAY SCREEN-MAIN.
           DISPLAY 'NUM   DATE     COPY      SELLER' AT LINE 07
               COLUMN 03.
           DISPLAY 'FMT C D P    PAID' AT LINE 07 COLUMN 55.
           MOVE 08 TO WRK-LST-LINE.
       0345-LIST-HEADER-END. EXIT.

       0347-SHOW-LEDGER-LINE SECTION.
           MOVE NUM-TRI TO WRK-NUM-EDIT.
           DISPLAY WRK-NUM-EDIT AT LINE WRK-LST-LINE COLUMN 03
               COLOR 11 HIGHLIGHT.
           DISPLAY DATA-TRI AT LINE WRK-LST-LINE COLUMN 09
               COLOR 11 HIGHLIGHT.
           DISPLAY CODIGO-TRI AT LINE WRK-LST-LINE COLUMN 18
               COLOR 11 HIGHLIGHT.
           DISPLAY '-' AT LINE WRK-LST-LINE COLUMN 23.
           DISPLAY NUM-COPIA-TRI AT LINE WRK-LST-LINE COLUMN 24
               COLOR 11 HIGHLIGHT.
           DISPLAY NOME-TRI AT LINE WRK-LST-LINE COLUMN 28
               COLOR 11 HIGHLIGHT.
           DISPLAY FORMATO-TRI AT LINE WRK-LST-LINE COLUMN 55
               COLOR 11 HIGHLIGHT.
           DISPLAY CONDICAO-TRI AT LINE WRK-LST-LINE COLUMN 59
               COLOR 11 HIGHLIGHT.
           DISPLAY DESTINO-TRI AT LINE WRK-LST-LINE COLUMN 61
               COLOR 11 HIGHLIGHT.
           DISPLAY FORMA-TRI AT LINE WRK-LST-LINE COLUMN 63
               COLOR 11 HIGHLIGHT.
           MOVE VALOR-TRI TO WRK-VAL-EDIT.
           DISPLAY WRK-VAL-EDIT AT LINE WRK-LST-LINE COLUMN 65
               COLOR 4 HIGHLIGHT.
       0347-SHOW-LEDGER-LINE-END. EXIT.

      *    EVERY DISC BOUGHT IN THE MONTH, FOLLOWED TO DATE: THE
      *    RENTAL CHARGES TAKEN ON ITS LOANS SINCE IT WAS BOUGHT, WHAT
      *    THE TILL SOLD IT FOR IF IT HAS GONE, AND THE MARGIN OVER
      *    THE BUY-IN PRICE. LATE FEES ARE LEFT OUT - THEY ARE THE
      *    BORROWER'S LATENESS, NOT THE DISC EARNING ITS KEEP.
       0350-MARGIN-REPORT SECTION.
           INITIALIZE WRK-MSG.
           PERFORM 0335-ASK-PERIOD.
           IF WRK-PERIODO EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           OPEN INPUT EMPRESTIMOS.
           IF FS-EMPRESTIMOS EQUAL "35"
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN INPUT EMPRESTIMOS
           END-IF.
           OPEN INPUT PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL "35"
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN INPUT PAGAMENTOS
           END-IF.
           OPEN INPUT VENDAS.
           IF FS-VENDAS EQUAL "35"
               OPEN OUTPUT VENDAS
               CLOSE VENDAS
               OPEN INPUT VENDAS
           END-IF.
           MOVE ZERO TO WRK-ITENS WRK-TOT-PAGO WRK-TOT-LOCACAO
                        WRK-TOT-VENDA WRK-TOT-MARGEM.
      *
           OPEN OUTPUT TROCAS-REL.
           MOVE SPACES TO REG-TRL.
           STRING 'VIDEOTECA - TRADE-IN MARGIN REPORT FOR '
                  WRK-PERIODO '   RUN DATE: ' WRK-DATE
               DELIMITED BY SIZE INTO REG-TRL.
           WRITE REG-TRL.
           MOVE ALL '-' TO REG-TRL.
           WRITE REG-TRL.
           MOVE SPACES TO REG-TRL.
           STRING 'NUM   BOUGHT   COPY      TITLE                DST'
                  '     PAID   RENTALS   SOLD FOR     MARGIN STATUS'
               DELIMITED BY SIZE INTO REG-TRL.
           WRITE REG-TRL.
      *
           PERFORM 0337-POSITION-MONTH.
           PERFORM UNTIL FS-TROCAS EQUAL 10
                     OR DATA-TRI(1:6) NOT EQUAL WRK-PERIODO
               PERFORM 0355-FOLLOW-DISC
               PERFORM 0358-WRITE-MARGIN-LINE
               READ TROCAS NEXT AT END MOVE 10 TO FS-TROCAS END-READ
           END-PERFORM.
      *
           MOVE ALL '-' TO REG-TRL.
           WRITE REG-TRL.
           MOVE SPACES TO REG-TRL.
           MOVE WRK-ITENS TO WRK-CNT-EDIT.
           STRING 'DISCS BOUGHT: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO REG-TRL.
           MOVE WRK-TOT-PAGO    TO WRK-TOT-EDIT.
           MOVE WRK-TOT-EDIT    TO REG-TRL(48:9).
           MOVE WRK-TOT-LOCACAO TO WRK-TOT-EDIT.
           MOVE WRK-TOT-EDIT    TO REG-TRL(58:9).
           MOVE WRK-TOT-VENDA   TO WRK-TOT-EDIT.
           MOVE WRK-TOT-EDIT    TO REG-TRL(69:9).
           MOVE WRK-TOT-MARGEM  TO WRK-MRG-EDIT.
           MOVE WRK-MRG-EDIT    TO REG-TRL(79:10).
           WRITE REG-TRL.
           CLOSE TROCAS-REL.
           CLOSE EMPRESTIMOS PAGAMENTOS VENDAS.
      *
           MOVE 'TROCAS  ' TO LNK-SPL-NOME.
           MOVE 'TROCAS-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
      *
           INITIALIZE WRK-MSG.
           STRING '57MARGIN REPORT ON TROCAS-REL.TXT: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-MARGIN-REPORT-END. EXIT.

      *    ONE DISC'S LIFE SINCE IT WAS BOUGHT - ITS LOANS OFF THE
      *    TITLE'S DUPLICATE GROUP ON THE LOAN FILE, THE RENTAL
      *    CHARGES OFF EACH LOAN'S PAYMENTS, AND ITS SALE OFF THE SALES
      *    LEDGER FROM THE DAY IT WAS BOUGHT ON.
       0355-FOLLOW-DISC SECTION.
           MOVE ZERO TO WRK-REL-LOCACAO WRK-REL-VENDA.
      *
           MOVE CODIGO-TRI TO CODIGO-EMP.
           START EMPRESTIMOS KEY IS EQUAL CODIGO-EMP
               INVALID KEY MOVE 10 TO FS-EMPRESTIMOS
           END-START.
           IF FS-EMPRESTIMOS NOT EQUAL 10
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-IF.
           PERFORM UNTIL FS-EMPRESTIMOS EQUAL 10
                     OR CODIGO-EMP NOT EQUAL CODIGO-TRI
               IF NUM-COPIA-EMP EQUAL NUM-COPIA-TRI
                  AND DATA-EMPRESTIMO NOT LESS DATA-TRI
                   PERFORM 0356-LOAN-RENTALS
               END-IF
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-PERFORM.
      *
           MOVE DATA-TRI TO DATA-VND.
           START VENDAS KEY IS NOT LESS DATA-VND
               INVALID KEY MOVE 10 TO FS-VENDAS
           END-START.
           IF FS-VENDAS NOT EQUAL 10
               READ VENDAS NEXT AT END MOVE 10 TO FS-VENDAS END-READ
           END-IF.
           PERFORM UNTIL FS-VENDAS EQUAL 10
                     OR WRK-REL-VENDA GREATER ZERO
               IF VND-COPIA
                  AND CODIGO-VND EQUAL CODIGO-TRI
                  AND NUM-COPIA-VND EQUAL NUM-COPIA-TRI
                   MOVE VALOR-VND TO WRK-REL-VENDA
               ELSE
                   READ VENDAS NEXT AT END MOVE 10 TO FS-VENDAS
                   END-READ
               END-IF
           END-PERFORM.
      *
           MOVE CODIGO-TRI    TO CODIGO-COP.
           MOVE NUM-COPIA-TRI TO NUM-COPIA.
           READ COPIAS
               INVALID KEY
                   MOVE 'NOT ON REG.' TO WRK-REL-SITUACAO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN COP-VENDIDA
                           MOVE 'SOLD'        TO WRK-REL-SITUACAO
                       WHEN COP-BAIXADA
                           MOVE 'FOR SALE'    TO WRK-REL-SITUACAO
                       WHEN COP-DEVOLVIDA-DIS
                           MOVE 'AT DISTRIB.' TO WRK-REL-SITUACAO
                       WHEN OTHER
                           MOVE 'IN SERVICE'  TO WRK-REL-SITUACAO
                   END-EVALUATE
           END-READ.
      *
           COMPUTE WRK-REL-MARGEM =
               WRK-REL-LOCACAO + WRK-REL-VENDA - VALOR-TRI.
           ADD 1               TO WRK-ITENS.
           ADD VALOR-TRI       TO WRK-TOT-PAGO.
           ADD WRK-REL-LOCACAO TO WRK-TOT-LOCACAO.
           ADD WRK-REL-VENDA   TO WRK-TOT-VENDA.
           ADD WRK-REL-MARGEM  TO WRK-TOT-MARGEM.
       0355-FOLLOW-DISC-END. EXIT.

       0356-LOAN-RENTALS SECTION.
           MOVE NUM-EMP TO NUM-EMP-PAG.
           START PAGAMENTOS KEY IS EQUAL NUM-EMP-PAG
               INVALID KEY MOVE 10 TO FS-PAGAMENTOS
           END-START.
           IF FS-PAGAMENTOS NOT EQUAL 10
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-IF.
           PERFORM UNTIL FS-PAGAMENTOS EQUAL 10
                     OR NUM-EMP-PAG NOT EQUAL NUM-EMP
               IF PAG-LOCACAO
                   ADD VALOR-PAG TO WRK-REL-LOCACAO
               END-IF
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-PERFORM.
       0356-LOAN-RENTALS-END. EXIT.

       0358-WRITE-MARGIN-LINE SECTION.
           MOVE CODIGO-TRI TO CODIGO.
           READ MOVIES
               INVALID KEY MOVE '(TITLE UNKNOWN)' TO TITULO
           END-READ.
      *
           MOVE SPACES TO REG-TRL.
           MOVE NUM-TRI         TO REG-TRL(1:5).
           MOVE DATA-TRI        TO REG-TRL(7:8).
           STRING CODIGO-TRI '-' NUM-COPIA-TRI
               DELIMITED BY SIZE INTO REG-TRL(16:9).
           MOVE TITULO          TO REG-TRL(26:20).
           MOVE DESTINO-TRI     TO REG-TRL(47:1).
           MOVE VALOR-TRI       TO WRK-TOT-EDIT.
           MOVE WRK-TOT-EDIT    TO REG-TRL(48:9).
           MOVE WRK-REL-LOCACAO TO WRK-TOT-EDIT.
           MOVE WRK-TOT-EDIT    TO REG-TRL(58:9).
           MOVE WRK-REL-VENDA   TO WRK-TOT-EDIT.
           MOVE WRK-TOT-EDIT    TO REG-TRL(69:9).
           MOVE WRK-REL-MARGEM  TO WRK-MRG-EDIT.
           MOVE WRK-MRG-EDIT    TO REG-TRL(79:10).
           MOVE WRK-REL-SITUACAO TO REG-TRL(90:11).
           WRITE REG-TRL.
       0358-WRITE-MARGIN-LINE-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE COPIAS BORROWERS VALES ATIVOS PLATAFORMAS MOVIES
                 LOG-AUDITORIA JOURNAL TROCAS.
      *
           IF FS-TROCAS NOT EQUAL "00"
               MOVE '47ERROR CLOSING TRADE-IN LEDGER FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-TROCAS TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING TRADE-IN LEDGER FILE.'
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

       END PROGRAM TIVIDPRG.
