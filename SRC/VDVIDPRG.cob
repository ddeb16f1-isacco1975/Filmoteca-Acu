      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : EX-RENTAL SALES TILL OF VIDEOTECA PROGRAM - SELL *
      *               A WITHDRAWN COPY OR A BASKET OF COUNTER          *
      *               MERCHANDISE, PRINT A SALE SLIP, POST THE         *
      *               PROCEEDS TO THE SALES LEDGER AND LIST THE DAY'S  *
      *               SALES. ALSO TAKES CUSTOMER PRE-ORDERS FOR NEW    *
      *               RELEASES, HANDS THEM OVER WHEN THEY COME IN AND  *
      *               LISTS THE ONES NOT COLLECTED. THE FILM CLUB      *
      *               TICKET DESK (CNVIDPRG) IS REACHED FROM HERE      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VDVIDPRG.
           COPY 'CPVIDCPS.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDCXS.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDVLS.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDFSS.cpy'. *> FISCAL RECEIPT REGISTER WORKBOOK
           COPY 'CPVIDATS.cpy'. *> FIXED-ASSET MOVEMENTS WORKBOOK
           COPY 'CPVIDMES.cpy'. *> PRODUCTS DAT WORKBOOK
           COPY 'CPVIDVIS.cpy'. *> SALE ITEM LINES DAT WORKBOOK
           COPY 'CPVIDPVS.cpy'. *> CUSTOMER PRE-ORDERS DAT WORKBOOK
           COPY 'CPVIDPDS.cpy'. *> ORDERS DAT WORKBOOK
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
      *
      *    SAME NARROW SLIP FILE THE LOAN DESK PRINTS TO, APPENDED
      *    ONE TRANSACTION AT A TIME.
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-RECIBOS.
      *
      *    PRE-ORDERS IN BUT NOT COLLECTED AFTER THE GRACE PERIOD -
      *    THE LIST THE DESK RINGS ROUND FROM.
           SELECT ENCOMENDAS-REL
              ASSIGN       TO 'ENCOMENDAS-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-ENCOMENDAS-REL.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
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
       FD  FISCAL.
           COPY 'CPVIDFSC.cpy'. *> FISCAL RECEIPT REGISTER DATA FILE
      *
       FD  ATIVOS.
           COPY 'CPVIDATV.cpy'. *> FIXED-ASSET MOVEMENTS DATA FILE
      *
       FD  PRODUTOS.
           COPY 'CPVIDMER.cpy'. *> PRODUCT DATA FILE
      *
       FD  ITENSVND.
           COPY 'CPVIDVIR.cpy'. *> SALE ITEM LINE DATA FILE
      *
       FD  PREVENDAS.
           COPY 'CPVIDPVR.cpy'. *> CUSTOMER PRE-ORDER DATA FILE
      *
       FD  PEDIDOS.
           COPY 'CPVIDPED.cpy'. *> ORDER DATA FILE
      *
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  RECIBOS.
       01 REG-RCB                PIC X(32).
      *
       FD  ENCOMENDAS-REL.
       01 REG-ENR                PIC X(100).
      *
       FD  MANUTENCAO.
           COPY 'CPVIDMTR.cpy'. *> MAINTENANCE FLAG RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDCXW.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDVLW.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDFSW.cpy'. *> FISCAL RECEIPT REGISTER WORKBOOK
           COPY 'CPVIDIMW.cpy'. *> SERVICE AND SALES TAX WORKBOOK
           COPY 'CPVIDATW.cpy'. *> FIXED-ASSET MOVEMENTS WORKBOOK
           COPY 'CPVIDMEW.cpy'. *> PRODUCTS DAT WORKBOOK
           COPY 'CPVIDVIW.cpy'. *> SALE ITEM LINES DAT WORKBOOK
           COPY 'CPVIDPVW.cpy'. *> CUSTOMER PRE-ORDERS DAT WORKBOOK
           COPY 'CPVIDPDW.cpy'. *> ORDERS DAT WORKBOOK
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDMDL.cpy'. *> DOCUMENT TEMPLATE LINKAGE (MXVIDPRG)
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-RECIBOS               PIC X(02) VALUE '00'.
       77  WRK-VOPTION              PIC X(01) VALUE SPACE.
       77  WRK-VND-NEXT             PIC 9(05) VALUE ZERO.
       77  WRK-NUM-VND-EDIT         PIC Z(04)9.
       77  WRK-VAL-EDIT             PIC Z.ZZ9,99.
       77  WRK-MOD-IDX              PIC 9(02) VALUE ZERO.
       77  WRK-TOT-EDIT             PIC ZZ.ZZ9,99.
       77  WRK-LST-LINE             PIC 9(02) USAGE COMP-3 VALUE 09.
       77  WRK-DIA-COUNT            PIC 9(03) USAGE COMP-3 VALUE ZERO.
      *    SIGN-ON BY MNVIDPRG) - CASH SALES ARE STAMPED WITH IT SO
      *    THE EDVIDPRG CASH-UP SEES THE MONEY IN THE DRAWER.
       77  WRK-SESSAO               PIC 9(05) VALUE ZERO.
      *
      *    TENDER PROMPT - THE SCREEN LINE IT GOES ON (THE VOUCHER
      *    NUMBER, IF ONE IS TAKEN, GOES ON THE LINE BELOW) AND
      *    WHETHER THE PAYMENT WAS ACCEPTED.
       77  WRK-PAG-LINHA            PIC 9(02) VALUE 11.
       77  WRK-PAG-LINHA2           PIC 9(02) VALUE 12.
       77  WRK-PAG-OK               PIC X(01) VALUE 'N'.
      *
      *    MERCHANDISE BASKET BEING RUNG UP - ONE LINE PER PRODUCT
      *    (SCANNING THE SAME ITEM AGAIN ADDS TO ITS QUANTITY). TWELVE
      *    LINES IS WHAT THE SCREEN HOLDS; A BIGGER SHOP IS TWO SALES.
       01  TAB-CESTA.
           05 OCC-CST      OCCURS 12 TIMES.
              10 EL-CST-COD        PIC 9(05).
              10 EL-CST-DESC       PIC X(30).
              10 EL-CST-QTDE       PIC 9(03).
              10 EL-CST-PRECO      PIC 9(05)V9(02).
              10 EL-CST-VALOR      PIC 9(05)V9(02).
       77  WRK-CST-COUNT            PIC 9(02) USAGE COMP-3 VALUE ZERO.
       77  WRK-CST-IDX              PIC 9(02) USAGE COMP-3 VALUE ZERO.
       77  WRK-CST-POS              PIC 9(02) USAGE COMP-3 VALUE ZERO.
       77  WRK-CST-QTDE             PIC 9(03) VALUE ZERO.
       77  WRK-CST-SOMA             PIC 9(05) VALUE ZERO.
       77  WRK-CST-VALOR            PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-CST-TOTAL            PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-CST-FIM              PIC X(01) VALUE 'N'.
       77  WRK-CST-QT-EDIT          PIC ZZ9.
       77  WRK-CST-CNT-EDIT         PIC Z9.
       77  WRK-EST-EDIT             PIC ZZZZ9.
       77  WRK-LIMPA                PIC X(76) VALUE SPACES.
      *
      *    CUSTOMER PRE-ORDERS - THE BRANCH THEY ARE TAKEN AT (SAME
      *    VIDEOTECA-FILIAL VARIABLE THE LOAN DESK USES), THE DAYS A
      *    UNIT THAT CAME IN IS HELD BEFORE IT GOES ON THE
      *    NOT-COLLECTED LIST (PARAMETER ENCPRAZO), AND THE LIST'S
      *    SCRATCH.
       77  FS-ENCOMENDAS-REL        PIC X(02) VALUE '00'.
       77  WRK-FILIAL-PRV           PIC X(02) VALUE '01'.
       77  WRK-FILIAL-TXT           PIC X(02) VALUE SPACES.
       77  WRK-PRV-NEXT             PIC 9(05) VALUE ZERO.
       77  WRK-NUM-PRV-EDIT         PIC Z(04)9.
       77  WRK-NUM-PED-EDIT         PIC Z(04)9.
       77  WRK-PRV-PRAZO            PIC 9(03) VALUE 14.
       77  WRK-PRV-LIMITE           PIC 9(08) VALUE ZERO.
       77  WRK-PRV-PEDIDO           PIC X(01) VALUE 'N'.
       77  WRK-PRV-COUNT            PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-PRV-CNT-EDIT         PIC ZZ9.
       77  WRK-DATA-DISP            PIC 9(04)/9(02)/9(02).
       77  WRK-SINAL-EDIT           PIC Z.ZZ9,99.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           05 LINE 06 COLUMN 10 VALUE "+---------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. VENDER     |".
           05 LINE 08 COLUMN 10 VALUE "| 2. DIA        |".
           05 LINE 09 COLUMN 10 VALUE "| 3. PRODUTOS   |".
           05 LINE 10 COLUMN 10 VALUE "| 4. ENCOMENDA  |".
           05 LINE 11 COLUMN 10 VALUE "| 5. RETIRADA   |".
           05 LINE 12 COLUMN 10 VALUE "| 6. PENDENTES  |".
           05 LINE 13 COLUMN 10 VALUE "| 7. CINECLUBE  |".
           05 LINE 14 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 15 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 16 COLUMN 10 VALUE "+---------------+".
           05 LINE 15 COLUMN 23 PIC X(01) USING WRK-VOPTION.
      *
       01  SCREEN-VNDEDT.
           05 LINE 07 COLUMN 30 VALUE "MOVIE CODE....: [     ]".
              COLOR 7 HIGHLIGHT.
           05 LINE 09 COLUMN 47 PIC 9(05),9(02) USING VALOR-VND
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-PRVEDT.
           05 LINE 07 COLUMN 30 VALUE "BORROWER......: [     ]".
           05 LINE 08 COLUMN 30 VALUE "MOVIE CODE....: [     ]".
           05 LINE 09 COLUMN 30 VALUE "FORMAT........: [   ]".
           05 LINE 10 COLUMN 30 VALUE "PRICE.........: [        ]".
           05 LINE 11 COLUMN 30 VALUE "DEPOSIT.......: [        ]".
      *
       01  SCREEN-PRVEDT-DDS.
           05 LINE 07 COLUMN 47 PIC 9(05) USING NUM-LOC-PRV
              COLOR 7 HIGHLIGHT.
           05 LINE 08 COLUMN 47 PIC 9(05) USING CODIGO-PRV
              COLOR 7 HIGHLIGHT.
           05 LINE 09 COLUMN 47 PIC X(03) USING FORMATO-PRV
              COLOR 7 HIGHLIGHT.
           05 LINE 10 COLUMN 47 PIC 9(05),9(02) USING PRECO-PRV
              COLOR 7 HIGHLIGHT.
           05 LINE 11 COLUMN 47 PIC 9(05),9(02) USING SINAL-PRV
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-PRVKEY.
           05 LINE 07 COLUMN 30 VALUE "PRE-ORDER.....: [     ]".
      *
       01  SCREEN-PRVKEY-NUM.
           05 LINE 07 COLUMN 47 PIC 9(05) USING NUM-PRV
              COLOR 7 HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
               CLOSE MOVIES
               OPEN INPUT MOVIES
           END-IF.
      *
      *    GIFT VOUCHERS AND STORE CREDIT - I-O BECAUSE A VOUCHER
      *    TAKEN FOR A SALE IS DRAWN DOWN HERE.
           OPEN I-O VALES.
           IF FS-VALES EQUAL "35"
               OPEN OUTPUT VALES
               CLOSE VALES
               OPEN I-O VALES
           END-IF.
      *
      *    FISCAL RECEIPT REGISTER - SHARED WITH THE LOAN DESK, SO
      *    SALE SLIPS AND LOAN SLIPS RUN IN ONE SEQUENCE.
           OPEN I-O FISCAL.
           IF FS-FISCAL EQUAL "35"
               OPEN OUTPUT FISCAL
               CLOSE FISCAL
               OPEN I-O FISCAL
           END-IF.
      *
      *    FIXED-ASSET MOVEMENTS - A SALE TAKES THE COPY OFF THE
      *    BOOKS WITH ITS GAIN OR LOSS.
           OPEN I-O ATIVOS.
           IF FS-ATIVOS EQUAL "35"
               OPEN OUTPUT ATIVOS
               CLOSE ATIVOS
               OPEN I-O ATIVOS
           END-IF.
      *
      *    COUNTER MERCHANDISE - I-O BECAUSE A SALE TAKES THE ITEMS OUT
      *    OF STOCK; THE BASKET'S LINES GO ON ITENSVND.dat.
           OPEN I-O PRODUTOS.
           IF FS-PRODUTOS EQUAL "35"
               OPEN OUTPUT PRODUTOS
               CLOSE PRODUTOS
               OPEN I-O PRODUTOS
           END-IF.
      *
           OPEN I-O ITENSVND.
           IF FS-ITENSVND EQUAL "35"
               OPEN OUTPUT ITENSVND
               CLOSE ITENSVND
               OPEN I-O ITENSVND
           END-IF.
      *
      *    CUSTOMER PRE-ORDERS, THE PURCHASE ORDERS THEY RIDE ON AND
      *    THE BORROWER MASTER THEY ARE TAKEN FOR.
           OPEN I-O PREVENDAS.
           IF FS-PREVENDAS EQUAL "35"
               OPEN OUTPUT PREVENDAS
               CLOSE PREVENDAS
               OPEN I-O PREVENDAS
           END-IF.
      *
           OPEN I-O PEDIDOS.
           IF FS-PEDIDOS EQUAL "35"
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN I-O PEDIDOS
           END-IF.
      *
           OPEN INPUT BORROWERS.
           IF FS-BORROWERS EQUAL "35"
               OPEN OUTPUT BORROWERS
               CLOSE BORROWERS
               OPEN INPUT BORROWERS
           END-IF.
      *
           ACCEPT WRK-FILIAL-TXT FROM ENVIRONMENT "VIDEOTECA-FILIAL".
           IF WRK-FILIAL-TXT NOT EQUAL SPACES
               MOVE WRK-FILIAL-TXT TO WRK-FILIAL-PRV
           END-IF.
      *
           PERFORM 0105-LOAD-TAX-RATES.
       0100-OPEN-DATA-END. EXIT.

      *    SALES TAX RATE FROM PARAMS.dat (MAINTAINED IN PMVIDPRG) -
      *    NO PARAMETER FILE KEEPS THE COMPILED-IN RATES. THE
      *    PRE-ORDER GRACE PERIOD (ENCPRAZO) IS TAKEN FROM THE SAME
      *    FILE, 14 DAYS WHEN THERE IS NO ROW.
       0105-LOAD-TAX-RATES SECTION.
           OPEN INPUT PARAMS.
           IF FS-PARAMS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           COPY 'CPVIDIML.cpy'. *> LOAD TAX RATES
      *
           MOVE 'ENCPRAZO' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1
              AND WRK-PAR-NUM GREATER ZERO
              AND WRK-PAR-NUM LESS 1000
               MOVE WRK-PAR-NUM TO WRK-PRV-PRAZO
           END-IF.
      *
           CLOSE PARAMS.
       0105-LOAD-TAX-RATES-END. EXIT.

       0107-FETCH-PARAM SECTION.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0107-FETCH-PARAM-END. EXIT.

      *    THE OPEN DRAWER SESSION FOR THE SIGNED-ON OPERATOR - SAME
      *    FALLBACK AS TXVIDPRG: NO SESSION MEANS UNSTAMPED SALES,
      *    WHICH THE CASH-UP SHOWS AS OUTSIDE ANY SESSION.
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
           MOVE " * * *  E X - R E N T A L   S A L E S  * * *"
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-VNDMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-VNDMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-VOPTION EQUAL '1' OR '3' OR '4' OR '5'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE '*' TO WRK-VOPTION
               END-IF
           END-IF.
      *
           EVALUATE WRK-VOPTION
             WHEN '1' PERFORM 0310-SELL-COPY
             WHEN '2' PERFORM 0320-DAY-LIST
             WHEN '3' PERFORM 0330-SELL-MERCHANDISE
             WHEN '4' PERFORM 0340-TAKE-PREORDER
             WHEN '5' PERFORM 0350-COLLECT-PREORDER
             WHEN '6' PERFORM 0360-UNCOLLECTED-REPORT
             WHEN '7' CALL 'CNVIDPRG'
             WHEN '*' CONTINUE
             WHEN '0' MOVE 'N' TO WRK-CONTINUE
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG). WHOEVER
      *    UNLOCKED STAMPS EVERYTHING AFTER.
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
           MOVE LNK-BLQ-ID TO WRK-OPERATOR.
       0298-IDLE-LOCK-END. EXIT.

       0305-NEXT-SALE-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-VND.
           START VENDAS KEY IS NOT GREATER NUM-VND
      *    ONE SALE OVER THE COUNTER: ONLY A WITHDRAWN (BAIXADA) COPY
      *    CAN GO, THE PRICE IS WHATEVER THE COUNTER AGREES, AND THE
      *    COPY MOVES TO SOLD SO IT NEVER COMES UP AGAIN. THE SLIP
      *    MATCHES THE LOAN DESK'S RECIBOS.txt FORMAT. A GIFT VOUCHER
      *    OR STORE CREDIT TAKEN FOR A SALE HAS TO COVER THE WHOLE
      *    PRICE - A SALE IS ONE ROW WITH ONE METHOD, SO THERE IS NO
      *    SPLITTING IT WITH CASH.
       0310-SELL-COPY SECTION.
           INITIALIZE REG-VND WRK-MSG.
           PERFORM 0305-NEXT-SALE-NUMBER.
           MOVE WRK-VND-NEXT  TO NUM-VND.
           MOVE WRK-TODAY-NUM TO DATA-VND.
           MOVE WRK-SESSAO    TO NUM-CXS-VND.
           SET VND-COPIA      TO TRUE.
      *
           DISPLAY SCREEN-VNDEDT.
           ACCEPT  SCREEN-VNDEDT-DDS.
                   MOVE TITULO TO TITULO-VND
           END-READ.
      *
           MOVE 11 TO WRK-PAG-LINHA.
           PERFORM 0311-TAKE-PAYMENT.
           IF WRK-PAG-OK NOT EQUAL 'S'
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41CONFIRM THE SALE (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'V'           TO WRK-IMP-TIPO.
           MOVE VALOR-VND     TO WRK-IMP-BASE.
           PERFORM 0318-COMPUTE-TAX.
           MOVE WRK-IMP-ALIQ  TO ALIQ-VND.
           MOVE WRK-IMP-VALOR TO IMPOSTO-VND.
      *
           WRITE REG-VND
               INVALID KEY
           END-WRITE.
      *
           SET COP-VENDIDA TO TRUE.
           PERFORM 0314-WRITE-OFF-ASSET.
           REWRITE REG-COP
               INVALID KEY CONTINUE
           END-REWRITE.
      *
           IF VND-VALE
               PERFORM 0317-DRAW-VOUCHER
           END-IF.
      *
           PERFORM 0315-PRINT-SALE-SLIP.
      *
           ACCEPT SCREEN-WAIT.
       0310-SELL-COPY-END. EXIT.

      *    HOW THE CUSTOMER PAYS VALOR-VND, ASKED ON WRK-PAG-LINHA.
      *    A GIFT VOUCHER OR STORE CREDIT HAS TO COVER THE WHOLE
      *    AMOUNT - A SALE IS ONE ROW WITH ONE METHOD. A STORE CREDIT
      *    ALSO TAKES ITS HOLDER'S BORROWER ID, SINCE THE TILL HAS NO
      *    BORROWER OF ITS OWN.
       0311-TAKE-PAYMENT SECTION.
           MOVE 'N' TO WRK-PAG-OK.
           ADD 1 TO WRK-PAG-LINHA GIVING WRK-PAG-LINHA2.
           MOVE VALOR-VND TO WRK-VAL-EDIT.
           DISPLAY 'PRICE: ' AT LINE WRK-PAG-LINHA COLUMN 30.
           DISPLAY WRK-VAL-EDIT AT LINE WRK-PAG-LINHA COLUMN 37
               COLOR 11 HIGHLIGHT.
           DISPLAY 'METHOD (D=CASH C=CARD V=VOUCHER): [ ]'
               AT LINE WRK-PAG-LINHA COLUMN 42.
           MOVE 'D' TO FORMA-VND.
           ACCEPT FORMA-VND AT LINE WRK-PAG-LINHA COLUMN 77.
           EVALUATE FORMA-VND
               WHEN 'd'   MOVE 'D' TO FORMA-VND
               WHEN 'c'   MOVE 'C' TO FORMA-VND
               WHEN 'v'   MOVE 'V' TO FORMA-VND
               WHEN SPACE MOVE 'D' TO FORMA-VND
               WHEN OTHER
                   IF FORMA-VND NOT EQUAL 'C' AND NOT EQUAL 'V'
                       MOVE 'D' TO FORMA-VND
                   END-IF
           END-EVALUATE.
      *
           IF VND-VALE
               DISPLAY 'VOUCHER NUMBER: [       ]'
                   AT LINE WRK-PAG-LINHA2 COLUMN 42
               MOVE ZEROES TO WRK-VAL-NUM
               ACCEPT WRK-VAL-NUM AT LINE WRK-PAG-LINHA2 COLUMN 59
               MOVE ZEROES    TO WRK-VAL-LOC
               MOVE WRK-VAL-NUM TO NUM-VAL
               READ VALES
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF VAL-CREDITO
                           DISPLAY 'CREDIT HOLDER ID: [     ]'
                               AT LINE WRK-PAG-LINHA2 COLUMN 42
                           ACCEPT WRK-VAL-LOC
                               AT LINE WRK-PAG-LINHA2 COLUMN 61
                       END-IF
               END-READ
               MOVE VALOR-VND TO WRK-VAL-VALOR
               PERFORM 0316-CHECK-VOUCHER
               IF NOT VAL-ACEITO
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
               END-IF
               IF WRK-VAL-VALOR LESS VALOR-VND
                   MOVE WRK-VAL-VALOR TO WRK-VAL-EDIT
                   INITIALIZE WRK-MSG
                   STRING '43VOUCHER ONLY HOLDS ' DELIMITED BY SIZE
                          WRK-VAL-EDIT DELIMITED BY SIZE
                          ' - TAKE CASH OR CARD.' DELIMITED BY SIZE
                          INTO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-VAL-NUM TO NUM-VAL-VND
           END-IF.
           MOVE 'S' TO WRK-PAG-OK.
       0311-TAKE-PAYMENT-END. EXIT.

      *    THE SALE PRICE IS THE PROCEEDS AGAINST WHATEVER BOOK VALUE
      *    THE COPY STILL CARRIES.
       0314-WRITE-OFF-ASSET SECTION.
           MOVE 'VD'      TO WRK-ATV-ORIGEM.
           MOVE NUM-VND   TO WRK-ATV-DOC.
           MOVE VALOR-VND TO WRK-ATV-VENDA.
           MOVE DATA-VND  TO WRK-ATV-HOJE.
           COPY 'CPVIDATB.cpy'. *> WRITE OFF THE COPY'S BOOK VALUE
       0314-WRITE-OFF-ASSET-END. EXIT.

       0316-CHECK-VOUCHER SECTION.
           COPY 'CPVIDVLC.cpy'. *> VOUCHER TENDER CHECK
       0316-CHECK-VOUCHER-END. EXIT.

       0317-DRAW-VOUCHER SECTION.
           COPY 'CPVIDVLD.cpy'. *> VOUCHER DRAW-DOWN
       0317-DRAW-VOUCHER-END. EXIT.

       0318-COMPUTE-TAX SECTION.
           COPY 'CPVIDIMC.cpy'. *> TAX CONTAINED IN A GROSS AMOUNT
       0318-COMPUTE-TAX-END. EXIT.

      *    THE NUMBER IS TAKEN ONLY ONCE RECIBOS.txt IS OPEN, SO A
      *    SLIP THAT NEVER PRINTS NEVER LEAVES A GAP.
       0319-TAKE-FISCAL-NUMBER SECTION.
           MOVE 'V'           TO WRK-FIS-ORIGEM.
           MOVE NUM-VND       TO WRK-FIS-DOC.
           MOVE VALOR-VND     TO WRK-FIS-VALOR.
           MOVE IMPOSTO-VND   TO WRK-FIS-IMPOSTO.
           MOVE WRK-TODAY-NUM TO WRK-FIS-HOJE.
           COPY 'CPVIDFSN.cpy'. *> TAKE NEXT FISCAL NUMBER
       0319-TAKE-FISCAL-NUMBER-END. EXIT.

       0315-PRINT-SALE-SLIP SECTION.
           OPEN EXTEND RECIBOS.
           IF FS-RECIBOS EQUAL "35"
           IF FS-RECIBOS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0319-TAKE-FISCAL-NUMBER.
      *
      *    HEADER AND WORDING FROM THIS BRANCH'S SALE SLIP TEMPLATE
      *    (MXVIDPRG); THE SALE'S OWN LINES GO WHERE IT HOLDS {ITENS}.
           INITIALIZE LNK-MODELO.
           MOVE 'M'            TO LNK-MOD-FUNCAO.
           MOVE 'SV'           TO LNK-MOD-TIPO.
           MOVE NUM-VND        TO WRK-NUM-VND-EDIT.
           MOVE WRK-NUM-VND-EDIT TO LNK-MOD-DOC.
           MOVE WRK-DATE       TO LNK-MOD-DATA.
           MOVE WRK-TIME       TO LNK-MOD-HORA.
           MOVE VALOR-VND      TO WRK-VAL-EDIT.
           MOVE WRK-VAL-EDIT   TO LNK-MOD-VALOR.
           CALL 'MXVIDPRG' USING LNK-MODELO.
      *
           MOVE ALL '-' TO REG-RCB.
           WRITE REG-RCB.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER LNK-MOD-CAB-QTD
               MOVE EL-MOD-CAB(WRK-MOD-IDX) TO REG-RCB
               WRITE REG-RCB
           END-PERFORM.
           IF WRK-FIS-NUM NOT EQUAL ZEROES
               MOVE WRK-FIS-NUM TO WRK-FIS-NUM-EDIT
               MOVE SPACES TO REG-RCB
               STRING 'RECEIPT NO. ' WRK-FIS-NUM-EDIT
                   DELIMITED BY SIZE INTO REG-RCB
               WRITE REG-RCB
           END-IF.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER LNK-MOD-CORPO-QTD
               IF WRK-MOD-IDX EQUAL LNK-MOD-ITENS-POS
                   PERFORM 0312-SALE-SLIP-DETAIL
               ELSE
                   MOVE EL-MOD-CORPO(WRK-MOD-IDX) TO REG-RCB
                   WRITE REG-RCB
               END-IF
           END-PERFORM.
           IF LNK-MOD-ITENS-POS EQUAL ZERO
               PERFORM 0312-SALE-SLIP-DETAIL
           END-IF.
           MOVE SPACES TO REG-RCB.
           WRITE REG-RCB.
      *
           CLOSE RECIBOS.
       0315-PRINT-SALE-SLIP-END. EXIT.

      *    THE SALE'S OWN LINES - WHAT WAS SOLD, FOR HOW MUCH AND HOW
      *    IT WAS PAID.
       0312-SALE-SLIP-DETAIL SECTION.
           MOVE NUM-VND TO WRK-NUM-VND-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'SALE #' WRK-NUM-VND-EDIT
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           IF VND-MERCADORIA
               PERFORM 0313-SLIP-ITEM-LINE
                   VARYING WRK-CST-IDX FROM 1 BY 1
                   UNTIL WRK-CST-IDX GREATER WRK-CST-COUNT
               MOVE VALOR-VND TO WRK-VAL-EDIT
               MOVE SPACES TO REG-RCB
               STRING 'TOTAL...: ' WRK-VAL-EDIT
                   DELIMITED BY SIZE INTO REG-RCB
               WRITE REG-RCB
           ELSE
               MOVE TITULO-VND TO REG-RCB
               WRITE REG-RCB
               IF VND-ENCOMENDA
                   PERFORM 0357-SLIP-PREORDER-LINES
               ELSE
                   MOVE VALOR-VND TO WRK-VAL-EDIT
                   MOVE SPACES TO REG-RCB
                   STRING 'PRICE...: ' WRK-VAL-EDIT
                       DELIMITED BY SIZE INTO REG-RCB
                   WRITE REG-RCB
               END-IF
           END-IF.
           IF IMPOSTO-VND NOT EQUAL ZEROES
               MOVE IMPOSTO-VND TO WRK-VAL-EDIT
               MOVE SPACES TO REG-RCB
               STRING 'TAXES INCLUDED: ' WRK-VAL-EDIT
                   DELIMITED BY SIZE INTO REG-RCB
               WRITE REG-RCB
           END-IF.
           MOVE SPACES TO REG-RCB.
           EVALUATE TRUE
               WHEN VND-CARTAO
                   MOVE 'PAID BY CARD' TO REG-RCB
               WHEN VND-VALE
                   STRING 'PAID BY VOUCHER ' NUM-VAL-VND
                       DELIMITED BY SIZE INTO REG-RCB
               WHEN OTHER
                   MOVE 'PAID IN CASH' TO REG-RCB
           END-EVALUATE.
           WRITE REG-RCB.
           IF VND-COPIA
               MOVE 'SOLD AS SEEN - NO RETURNS' TO REG-RCB
               WRITE REG-RCB
           END-IF.
       0312-SALE-SLIP-DETAIL-END. EXIT.

      *    ONE BASKET LINE ON THE 32-COLUMN SLIP: QUANTITY, WHAT IT
      *    IS, AND WHAT THE LINE CAME TO.
       0313-SLIP-ITEM-LINE SECTION.
           MOVE EL-CST-QTDE(WRK-CST-IDX)  TO WRK-CST-QT-EDIT.
           MOVE EL-CST-VALOR(WRK-CST-IDX) TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING WRK-CST-QT-EDIT ' X ' EL-CST-DESC(WRK-CST-IDX)(1:17)
                  ' ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
       0313-SLIP-ITEM-LINE-END. EXIT.

      *    THE DAY'S SALES OFF THE DATA-VND DUPLICATE GROUP, WITH THE
      *    RUNNING TOTAL THE DRAWER SHOULD SHOW.
               COLOR 4 HIGHLIGHT.
       0325-SHOW-SALE-LINE-END. EXIT.

      *    A BASKET OF COUNTER MERCHANDISE: ITEMS ARE SCANNED (OR THEIR
      *    CODE KEYED) ONE BY ONE AGAINST WHAT THE PRODUCT MASTER SAYS
      *    IS ON HAND, THEN THE WHOLE BASKET IS PAID FOR AS ONE SALE.
      *    IT GOES ON THE LEDGER AS A SINGLE VENDAS ROW, SO THE DRAWER
      *    CASH-UP, THE CARD SETTLEMENT AND THE MONTH-END TAX ALL TAKE
      *    IT LIKE ANY OTHER SALE; THE LINES GO ON ITENSVND.dat.
       0330-SELL-MERCHANDISE SECTION.
           INITIALIZE TAB-CESTA WRK-MSG.
           MOVE ZERO TO WRK-CST-COUNT WRK-CST-TOTAL.
           MOVE 'N'  TO WRK-CST-FIM.
           PERFORM 0338-BASKET-HEADER.
      *
           PERFORM 0332-SCAN-ITEM UNTIL WRK-CST-FIM EQUAL 'S'.
      *
           IF WRK-CST-COUNT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           DISPLAY WRK-LIMPA AT LINE 20 COLUMN 03.
      *
           PERFORM 0305-NEXT-SALE-NUMBER.
           INITIALIZE REG-VND WRK-MSG.
           MOVE WRK-VND-NEXT  TO NUM-VND.
           MOVE WRK-TODAY-NUM TO DATA-VND.
           MOVE WRK-SESSAO    TO NUM-CXS-VND.
           SET VND-MERCADORIA TO TRUE.
           MOVE WRK-CST-TOTAL TO VALOR-VND.
           MOVE WRK-CST-COUNT TO WRK-CST-CNT-EDIT.
           STRING 'COUNTER MERCHANDISE - ' WRK-CST-CNT-EDIT ' LINE(S)'
               DELIMITED BY SIZE INTO TITULO-VND.
      *
           MOVE 20 TO WRK-PAG-LINHA.
           PERFORM 0311-TAKE-PAYMENT.
           IF WRK-PAG-OK NOT EQUAL 'S'
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41CONFIRM THE SALE (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27SALE ABANDONED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'V'           TO WRK-IMP-TIPO.
           MOVE VALOR-VND     TO WRK-IMP-BASE.
           PERFORM 0318-COMPUTE-TAX.
           MOVE WRK-IMP-ALIQ  TO ALIQ-VND.
           MOVE WRK-IMP-VALOR TO IMPOSTO-VND.
      *
           WRITE REG-VND
               INVALID KEY
                   MOVE '47ERROR RECORDING SALE.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-WRITE.
      *
           PERFORM 0334-POST-BASKET-LINE
               VARYING WRK-CST-IDX FROM 1 BY 1
               UNTIL WRK-CST-IDX GREATER WRK-CST-COUNT.
      *
           IF VND-VALE
               PERFORM 0317-DRAW-VOUCHER
           END-IF.
      *
           PERFORM 0315-PRINT-SALE-SLIP.
      *
           MOVE NUM-VND TO WRK-NUM-VND-EDIT.
           INITIALIZE WRK-MSG.
           STRING '54SALE #' DELIMITED BY SIZE
                  WRK-NUM-VND-EDIT DELIMITED BY SIZE
                  ' RECORDED.' DELIMITED BY SIZE
                  INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0330-SELL-MERCHANDISE-END. EXIT.

      *    ONE SCAN. THE SAME PRODUCT AGAIN ADDS TO ITS LINE; THE
      *    QUANTITY IN THE BASKET CAN NEVER PASS WHAT IS ON HAND.
       0332-SCAN-ITEM SECTION.
           INITIALIZE WRK-MSG.
           MOVE SPACES TO WRK-MER-CHAVE.
           MOVE 1      TO WRK-CST-QTDE.
           DISPLAY WRK-LIMPA AT LINE 20 COLUMN 03.
           DISPLAY 'ITEM (SCAN OR CODE, BLANK ENDS): [             ]'
               AT LINE 20 COLUMN 03.
           ACCEPT WRK-MER-CHAVE AT LINE 20 COLUMN 37.
      *
           IF WRK-MER-CHAVE EQUAL SPACES
               MOVE 'S' TO WRK-CST-FIM
               EXIT PARAGRAPH
           END-IF.
      *
           COPY 'CPVIDMEF.cpy'. *> FIND PRODUCT BY BARCODE OR CODE
           EVALUATE TRUE
               WHEN WRK-MER-ACHOU NOT EQUAL 'S'
                   MOVE '48PRODUCT NOT ON FILE.' TO WRK-MSG
               WHEN NOT MER-ATIVO
                   MOVE '43PRODUCT IS NO LONGER SOLD.' TO WRK-MSG
           END-EVALUATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           DISPLAY DESC-MER(1:20) AT LINE 20 COLUMN 52
               COLOR 11 HIGHLIGHT.
           DISPLAY 'QTY: [   ]' AT LINE 21 COLUMN 52.
           ACCEPT WRK-CST-QTDE AT LINE 21 COLUMN 58.
           DISPLAY WRK-LIMPA(1:10) AT LINE 21 COLUMN 52.
           IF WRK-CST-QTDE EQUAL ZERO
               MOVE 1 TO WRK-CST-QTDE
           END-IF.
      *
           MOVE ZERO TO WRK-CST-POS.
           PERFORM VARYING WRK-CST-IDX FROM 1 BY 1
                   UNTIL WRK-CST-IDX GREATER WRK-CST-COUNT
                      OR WRK-CST-POS NOT EQUAL ZERO
               IF EL-CST-COD(WRK-CST-IDX) EQUAL COD-MER
                   MOVE WRK-CST-IDX TO WRK-CST-POS
               END-IF
           END-PERFORM.
           IF WRK-CST-POS EQUAL ZERO
              AND WRK-CST-COUNT NOT LESS 12
               MOVE '43BASKET FULL - FINISH THIS SALE FIRST.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-CST-QTDE TO WRK-CST-SOMA.
           IF WRK-CST-POS NOT EQUAL ZERO
               ADD EL-CST-QTDE(WRK-CST-POS) TO WRK-CST-SOMA
           END-IF.
           IF WRK-CST-SOMA GREATER ESTOQUE-MER
               MOVE ESTOQUE-MER TO WRK-EST-EDIT
               STRING '43ONLY ' WRK-EST-EDIT ' OF THIS ITEM IN STOCK.'
                   DELIMITED BY SIZE INTO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
           IF WRK-CST-SOMA GREATER 999
               MOVE '20QUANTITY TOO LARGE FOR ONE LINE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           COMPUTE WRK-CST-VALOR = WRK-CST-QTDE * PRECO-MER
               ON SIZE ERROR
                   MOVE 99999 TO WRK-CST-VALOR
           END-COMPUTE.
           ADD WRK-CST-VALOR TO WRK-CST-TOTAL
               ON SIZE ERROR
                   MOVE '43BASKET TOTAL TOO LARGE - SPLIT THE SALE.'
                       TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-ADD.
      *
           IF WRK-CST-POS EQUAL ZERO
               ADD 1 TO WRK-CST-COUNT
               MOVE WRK-CST-COUNT TO WRK-CST-POS
               MOVE COD-MER   TO EL-CST-COD(WRK-CST-POS)
               MOVE DESC-MER  TO EL-CST-DESC(WRK-CST-POS)
               MOVE PRECO-MER TO EL-CST-PRECO(WRK-CST-POS)
               MOVE ZERO      TO EL-CST-QTDE(WRK-CST-POS)
                                 EL-CST-VALOR(WRK-CST-POS)
           END-IF.
           ADD WRK-CST-QTDE  TO EL-CST-QTDE(WRK-CST-POS).
           ADD WRK-CST-VALOR TO EL-CST-VALOR(WRK-CST-POS).
           PERFORM 0336-SHOW-BASKET-LINE.
       0332-SCAN-ITEM-END. EXIT.

      *    THE SALE IS ON THE LEDGER - EACH LINE GOES ON ITENSVND.dat
      *    AND COMES OUT OF STOCK. A STOCK FIGURE NEVER GOES BELOW
      *    ZERO; A MISCOUNT SHOWS UP AT THE NEXT RECEIVING INSTEAD.
       0334-POST-BASKET-LINE SECTION.
           INITIALIZE REG-VIT.
           MOVE NUM-VND                      TO NUM-VND-VIT.
           MOVE WRK-CST-IDX                  TO SEQ-VIT.
           MOVE EL-CST-COD(WRK-CST-IDX)      TO COD-MER-VIT.
           MOVE EL-CST-DESC(WRK-CST-IDX)     TO DESC-VIT.
           MOVE EL-CST-QTDE(WRK-CST-IDX)     TO QTDE-VIT.
           MOVE EL-CST-PRECO(WRK-CST-IDX)    TO PRECO-VIT.
           MOVE EL-CST-VALOR(WRK-CST-IDX)    TO VALOR-VIT.
           WRITE REG-VIT
               INVALID KEY CONTINUE
           END-WRITE.
      *
           MOVE EL-CST-COD(WRK-CST-IDX) TO COD-MER.
           READ PRODUTOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF ESTOQUE-MER LESS EL-CST-QTDE(WRK-CST-IDX)
               MOVE ZERO TO ESTOQUE-MER
           ELSE
               SUBTRACT EL-CST-QTDE(WRK-CST-IDX) FROM ESTOQUE-MER
           END-IF.
           MOVE DATA-VND TO DATA-ULT-VND-MER.
           REWRITE REG-MER
               INVALID KEY CONTINUE
           END-REWRITE.
       0334-POST-BASKET-LINE-END. EXIT.

       0336-SHOW-BASKET-LINE SECTION.
           ADD 7 WRK-CST-POS GIVING WRK-LST-LINE.
           DISPLAY EL-CST-COD(WRK-CST-POS)
               AT LINE WRK-LST-LINE COLUMN 03 COLOR 11 HIGHLIGHT.
           DISPLAY EL-CST-DESC(WRK-CST-POS)
               AT LINE WRK-LST-LINE COLUMN 09 COLOR 11 HIGHLIGHT.
           MOVE EL-CST-QTDE(WRK-CST-POS) TO WRK-CST-QT-EDIT.
           DISPLAY WRK-CST-QT-EDIT
               AT LINE WRK-LST-LINE COLUMN 41 COLOR 11 HIGHLIGHT.
           MOVE EL-CST-PRECO(WRK-CST-POS) TO WRK-VAL-EDIT.
           DISPLAY WRK-VAL-EDIT
               AT LINE WRK-LST-LINE COLUMN 46 COLOR 11 HIGHLIGHT.
           MOVE EL-CST-VALOR(WRK-CST-POS) TO WRK-VAL-EDIT.
           DISPLAY WRK-VAL-EDIT
               AT LINE WRK-LST-LINE COLUMN 56 COLOR 4 HIGHLIGHT.
      *
           MOVE WRK-CST-TOTAL TO WRK-VAL-EDIT.
           DISPLAY 'BASKET TOTAL: ' AT LINE 21 COLUMN 03.
           DISPLAY WRK-VAL-EDIT AT LINE 21 COLUMN 17 COLOR 4 HIGHLIGHT.
       0336-SHOW-BASKET-LINE-END. EXIT.

       0338-BASKET-HEADER SECTION.
           DISPLAY SCREEN-MAIN.
           DISPLAY 'CODE  DESCRIPTION' AT LINE 07 COLUMN 03.
           DISPLAY 'QTY     PRICE    AMOUNT' AT LINE 07 COLUMN 41.
       0338-BASKET-HEADER-END. EXIT.

      *    A CUSTOMER PRE-ORDER FOR A NEW RELEASE: WHO, WHICH TITLE
      *    AND FORMAT, THE PRICE AGREED AND ANY DEPOSIT TAKEN THROUGH
      *    THE DRAWER NOW (CASH OR CARD - A VOUCHER IS ONLY TAKEN
      *    AGAINST THE SALE ITSELF). THE UNIT RIDES ON AN OPEN ORDER
      *    LINE FOR THE TITLE NOT YET SENT TO THE DISTRIBUTOR; WITH
      *    NONE, IT WAITS AND THE NEXT ORDER RAISED IN PEVIDPRG
      *    TAKES IT.
       0340-TAKE-PREORDER SECTION.
           INITIALIZE REG-PRV WRK-MSG.
           PERFORM 0345-NEXT-PREORDER-NUMBER.
           INITIALIZE REG-PRV.
           MOVE WRK-PRV-NEXT   TO NUM-PRV.
           MOVE WRK-TODAY-NUM  TO DATA-PRV.
           MOVE WRK-SESSAO     TO NUM-CXS-PRV.
           MOVE WRK-FILIAL-PRV TO FILIAL-PRV.
           SET PRV-ABERTA      TO TRUE.
      *
           DISPLAY SCREEN-PRVEDT.
           ACCEPT  SCREEN-PRVEDT-DDS.
      *
           IF NUM-LOC-PRV EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE NUM-LOC-PRV TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   MOVE '48BORROWER NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
           IF LOC-INATIVO
               MOVE '43BORROWER IS INACTIVE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
           MOVE NOME-LOC TO NOME-LOC-PRV.
      *
           MOVE CODIGO-PRV TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '48MOVIE CODE NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
           MOVE TITULO TO TITULO-PRV.
      *
           IF PRECO-PRV EQUAL ZEROES
               MOVE '20A SALE PRICE IS REQUIRED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
           IF SINAL-PRV GREATER PRECO-PRV
               MOVE '20THE DEPOSIT CANNOT EXCEED THE PRICE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           DISPLAY NOME-LOC-PRV AT LINE 07 COLUMN 55
               COLOR 11 HIGHLIGHT.
           DISPLAY TITULO-PRV(1:25) AT LINE 08 COLUMN 55
               COLOR 11 HIGHLIGHT.
      *
           IF SINAL-PRV GREATER ZEROES
               DISPLAY 'DEPOSIT METHOD (D=CASH C=CARD): [ ]'
                   AT LINE 13 COLUMN 30
               MOVE 'D' TO FORMA-SINAL-PRV
               ACCEPT FORMA-SINAL-PRV AT LINE 13 COLUMN 63
               EVALUATE FORMA-SINAL-PRV
                   WHEN 'c'   MOVE 'C' TO FORMA-SINAL-PRV
                   WHEN 'C'   CONTINUE
                   WHEN OTHER MOVE 'D' TO FORMA-SINAL-PRV
               END-EVALUATE
           END-IF.
      *
           MOVE '41CONFIRM THE PRE-ORDER (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27PRE-ORDER ABANDONED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0346-FIND-OPEN-ORDER.
           IF WRK-PRV-PEDIDO EQUAL 'S'
               MOVE NUM-PED TO NUM-PED-PRV
           END-IF.
      *
           WRITE REG-PRV
               INVALID KEY
                   MOVE '47ERROR RECORDING PRE-ORDER.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-WRITE.
      *
      *    THE ORDER LINE FOUND ABOVE IS STILL IN THE RECORD AREA -
      *    THE UNIT GOES ON IT, COUNTED AS A CUSTOMER ORDER.
           IF WRK-PRV-PEDIDO EQUAL 'S'
               ADD 1 TO QTDE-PED
               IF QTDE-CLI-PED NOT NUMERIC
                   MOVE ZERO TO QTDE-CLI-PED
               END-IF
               ADD 1 TO QTDE-CLI-PED
               REWRITE REG-PED
                   INVALID KEY
                       MOVE 'N' TO WRK-PRV-PEDIDO
                       MOVE ZEROES TO NUM-PED-PRV
                       REWRITE REG-PRV
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-REWRITE
           END-IF.
      *
           IF SINAL-PRV GREATER ZEROES
               PERFORM 0348-PRINT-DEPOSIT-SLIP
           END-IF.
      *
           MOVE NUM-PRV TO WRK-NUM-PRV-EDIT.
           INITIALIZE WRK-MSG.
           IF WRK-PRV-PEDIDO EQUAL 'S'
               MOVE NUM-PED TO WRK-NUM-PED-EDIT
               STRING '54PRE-ORDER #' DELIMITED BY SIZE
                      WRK-NUM-PRV-EDIT DELIMITED BY SIZE
                      ' RECORDED - ON ORDER #' DELIMITED BY SIZE
                      WRK-NUM-PED-EDIT DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                      INTO WRK-MSG
           ELSE
               STRING '54PRE-ORDER #' DELIMITED BY SIZE
                      WRK-NUM-PRV-EDIT DELIMITED BY SIZE
                      ' RECORDED - WAITS FOR THE NEXT ORDER.'
                          DELIMITED BY SIZE
                      INTO WRK-MSG
           END-IF.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0340-TAKE-PREORDER-END. EXIT.

       0345-NEXT-PREORDER-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-PRV.
           START PREVENDAS KEY IS NOT GREATER NUM-PRV
               INVALID KEY
                   MOVE ZEROES TO NUM-PRV
               NOT INVALID KEY
                   READ PREVENDAS NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-PRV GIVING WRK-PRV-NEXT.
       0345-NEXT-PREORDER-NUMBER-END. EXIT.

      *    AN OPEN ORDER LINE FOR THE TITLE THAT HAS NOT GONE OUT ON
      *    THE DISTRIBUTOR'S ORDER FILE YET - ONCE SENT, THE
      *    DISTRIBUTOR WOULD NEVER SEE THE EXTRA UNIT. LEAVES THE
      *    LINE IN THE RECORD AREA AND WRK-PRV-PEDIDO 'S'.
       0346-FIND-OPEN-ORDER SECTION.
           MOVE 'N' TO WRK-PRV-PEDIDO.
           MOVE 'A' TO PED-STATUS.
           START PEDIDOS KEY IS EQUAL PED-STATUS
               INVALID KEY MOVE 10 TO FS-PEDIDOS
           END-START.
           IF FS-PEDIDOS NOT EQUAL 10
               READ PEDIDOS NEXT AT END MOVE 10 TO FS-PEDIDOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PEDIDOS EQUAL 10
                     OR PED-STATUS NOT EQUAL 'A'
                     OR WRK-PRV-PEDIDO EQUAL 'S'
               IF CODIGO-PED EQUAL CODIGO-PRV
                  AND NOT PED-TRANSMITIDO
                  AND QTDE-PED LESS 999
                   MOVE 'S' TO WRK-PRV-PEDIDO
               ELSE
                   READ PEDIDOS NEXT AT END MOVE 10 TO FS-PEDIDOS
                   END-READ
               END-IF
           END-PERFORM.
       0346-FIND-OPEN-ORDER-END. EXIT.

      *    THE DEPOSIT RECEIPT ON THE SLIP PRINTER - WHAT WAS
      *    ORDERED, WHAT WAS PAID NOW AND WHAT IS DUE ON COLLECTION.
       0348-PRINT-DEPOSIT-SLIP SECTION.
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
           MOVE 'PRE-ORDER DEPOSIT' TO REG-RCB.
           WRITE REG-RCB.
           MOVE SPACES TO REG-RCB.
           STRING WRK-DATE ' ' WRK-TIME
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           MOVE NUM-PRV TO WRK-NUM-PRV-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'PRE-ORDER #' WRK-NUM-PRV-EDIT
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           MOVE NOME-LOC-PRV TO REG-RCB.
           WRITE REG-RCB.
           MOVE TITULO-PRV TO REG-RCB.
           WRITE REG-RCB.
           MOVE SPACES TO REG-RCB.
           STRING 'FORMAT..: ' FORMATO-PRV
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           MOVE PRECO-PRV TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'PRICE...: ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           MOVE SINAL-PRV TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'DEPOSIT.: ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           IF SINAL-CARTAO
               MOVE 'PAID BY CARD' TO REG-RCB
           ELSE
               MOVE 'PAID IN CASH' TO REG-RCB
           END-IF.
           WRITE REG-RCB.
           COMPUTE WRK-CST-VALOR = PRECO-PRV - SINAL-PRV.
           MOVE WRK-CST-VALOR TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'DUE ON COLLECTION: ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           MOVE SPACES TO REG-RCB.
           WRITE REG-RCB.
      *
           CLOSE RECIBOS.
       0348-PRINT-DEPOSIT-SLIP-END. EXIT.

      *    THE CUSTOMER COLLECTS A PRE-ORDER THAT HAS COME IN: THE
      *    SALE GOES ON THE LEDGER LIKE ANY OTHER, BUT THE ROW TAKES
      *    ONLY THE BALANCE (PRICE LESS DEPOSIT) - THE DEPOSIT WENT
      *    THROUGH THE DRAWER THE DAY IT WAS PAID - AND CARRIES THE
      *    DEPOSIT APART, SO THE TAX IS ON THE FULL PRICE.
       0350-COLLECT-PREORDER SECTION.
           INITIALIZE REG-PRV WRK-MSG.
           DISPLAY SCREEN-PRVKEY.
           ACCEPT  SCREEN-PRVKEY-NUM.
      *
           IF NUM-PRV EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           READ PREVENDAS
               INVALID KEY
                   MOVE '48PRE-ORDER NOT FOUND.' TO WRK-MSG
           END-READ.
           IF WRK-MSG-TEXT EQUAL SPACES
               EVALUATE TRUE
                   WHEN PRV-ABERTA
                       MOVE '43PRE-ORDER HAS NOT COME IN YET.'
                           TO WRK-MSG
                   WHEN PRV-RETIRADA
                       MOVE '43PRE-ORDER ALREADY COLLECTED.' TO WRK-MSG
               END-EVALUATE
           END-IF.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE PRECO-PRV TO WRK-VAL-EDIT.
           MOVE SINAL-PRV TO WRK-SINAL-EDIT.
           DISPLAY NOME-LOC-PRV AT LINE 08 COLUMN 30
               COLOR 11 HIGHLIGHT.
           DISPLAY TITULO-PRV(1:40) AT LINE 09 COLUMN 30
               COLOR 11 HIGHLIGHT.
           DISPLAY 'PRICE: ' AT LINE 10 COLUMN 30.
           DISPLAY WRK-VAL-EDIT AT LINE 10 COLUMN 37
               COLOR 11 HIGHLIGHT.
           DISPLAY 'DEPOSIT PAID: ' AT LINE 10 COLUMN 47.
           DISPLAY WRK-SINAL-EDIT AT LINE 10 COLUMN 61
               COLOR 11 HIGHLIGHT.
      *
           PERFORM 0305-NEXT-SALE-NUMBER.
           INITIALIZE REG-VND.
           MOVE WRK-VND-NEXT  TO NUM-VND.
           MOVE WRK-TODAY-NUM TO DATA-VND.
           MOVE WRK-SESSAO    TO NUM-CXS-VND.
           SET VND-ENCOMENDA  TO TRUE.
           MOVE CODIGO-PRV    TO CODIGO-VND.
           MOVE ZEROES        TO NUM-COPIA-VND.
           MOVE TITULO-PRV    TO TITULO-VND.
           COMPUTE VALOR-VND = PRECO-PRV - SINAL-PRV.
           MOVE SINAL-PRV     TO SINAL-VND.
           MOVE NUM-PRV       TO NUM-PRV-VND.
      *
           IF VALOR-VND GREATER ZEROES
               MOVE 12 TO WRK-PAG-LINHA
               PERFORM 0311-TAKE-PAYMENT
               IF WRK-PAG-OK NOT EQUAL 'S'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 'D' TO FORMA-VND
           END-IF.
      *
           MOVE '41CONFIRM THE COLLECTION (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27COLLECTION ABANDONED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'V'           TO WRK-IMP-TIPO.
           MOVE PRECO-PRV     TO WRK-IMP-BASE.
           PERFORM 0318-COMPUTE-TAX.
           MOVE WRK-IMP-ALIQ  TO ALIQ-VND.
           MOVE WRK-IMP-VALOR TO IMPOSTO-VND.
      *
           WRITE REG-VND
               INVALID KEY
                   MOVE '47ERROR RECORDING SALE.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-WRITE.
      *
           SET PRV-RETIRADA TO TRUE.
           MOVE WRK-TODAY-NUM TO DATA-RETIRADA-PRV.
           MOVE NUM-VND       TO NUM-VND-PRV.
           REWRITE REG-PRV
               INVALID KEY CONTINUE
           END-REWRITE.
      *
           IF VND-VALE
               PERFORM 0317-DRAW-VOUCHER
           END-IF.
      *
           PERFORM 0315-PRINT-SALE-SLIP.
      *
           MOVE NUM-VND TO WRK-NUM-VND-EDIT.
           INITIALIZE WRK-MSG.
           STRING '54SALE #' DELIMITED BY SIZE
                  WRK-NUM-VND-EDIT DELIMITED BY SIZE
                  ' RECORDED - PRE-ORDER COLLECTED.' DELIMITED BY SIZE
                  INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-COLLECT-PREORDER-END. EXIT.

      *    THE SALE SLIP OF A COLLECTED PRE-ORDER SHOWS THE FULL
      *    PRICE, THE DEPOSIT ALREADY PAID AND THE BALANCE TAKEN NOW.
       0357-SLIP-PREORDER-LINES SECTION.
           COMPUTE WRK-CST-VALOR = VALOR-VND + SINAL-VND.
           MOVE WRK-CST-VALOR TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'PRICE...: ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           MOVE SINAL-VND TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'DEPOSIT.: ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           MOVE VALOR-VND TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'BALANCE.: ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
       0357-SLIP-PREORDER-LINES-END. EXIT.

      *    PRE-ORDERS THAT CAME IN MORE THAN ENCPRAZO DAYS AGO AND
      *    ARE STILL ON THE SHELF - ON SCREEN AS FAR AS IT HOLDS, AND
      *    IN FULL, WITH THE BORROWER'S PHONE, ON ENCOMENDAS-REL.txt.
       0360-UNCOLLECTED-REPORT SECTION.
           MOVE ZERO TO WRK-PRV-COUNT.
           MOVE 09 TO WRK-LST-LINE.
           COMPUTE WRK-PRV-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-TODAY-NUM)
               - WRK-PRV-PRAZO).
      *
           OPEN OUTPUT ENCOMENDAS-REL.
           IF FS-ENCOMENDAS-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING ENCOMENDAS-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO REG-ENR.
           STRING 'VIDEOTECA - PRE-ORDERS NOT COLLECTED   RUN DATE: '
                  WRK-DATE DELIMITED BY SIZE INTO REG-ENR.
           WRITE REG-ENR.
           MOVE ALL '-' TO REG-ENR.
           WRITE REG-ENR.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY 'PRE#  BORROWER             TITLE' AT LINE 08
               COLUMN 03.
           DISPLAY 'ARRIVED    DEPOSIT' AT LINE 08 COLUMN 55.
      *
           MOVE ZEROES TO NUM-PRV.
           START PREVENDAS KEY IS NOT LESS NUM-PRV
               INVALID KEY MOVE 10 TO FS-PREVENDAS
           END-START.
           IF FS-PREVENDAS NOT EQUAL 10
               READ PREVENDAS NEXT AT END MOVE 10 TO FS-PREVENDAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PREVENDAS EQUAL 10
               IF PRV-SEPARADA
                  AND DATA-CHEGADA-PRV LESS WRK-PRV-LIMITE
                   PERFORM 0365-UNCOLLECTED-LINE
               END-IF
               READ PREVENDAS NEXT AT END MOVE 10 TO FS-PREVENDAS
               END-READ
           END-PERFORM.
      *
           CLOSE ENCOMENDAS-REL.
      *
           MOVE WRK-PRV-COUNT TO WRK-PRV-CNT-EDIT.
           INITIALIZE WRK-MSG.
           STRING '57NOT COLLECTED ON ENCOMENDAS-REL.TXT: '
                      DELIMITED BY SIZE
                  WRK-PRV-CNT-EDIT DELIMITED BY SIZE
                  INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0360-UNCOLLECTED-REPORT-END. EXIT.

       0365-UNCOLLECTED-LINE SECTION.
           ADD 1 TO WRK-PRV-COUNT.
           MOVE NUM-PRV          TO WRK-NUM-PRV-EDIT.
           MOVE DATA-CHEGADA-PRV TO WRK-DATA-DISP.
           MOVE SINAL-PRV        TO WRK-SINAL-EDIT.
      *
           IF WRK-LST-LINE LESS 21
               DISPLAY WRK-NUM-PRV-EDIT AT LINE WRK-LST-LINE COLUMN 03
                   COLOR 11 HIGHLIGHT
               DISPLAY NOME-LOC-PRV AT LINE WRK-LST-LINE COLUMN 09
                   COLOR 11 HIGHLIGHT
               DISPLAY TITULO-PRV(1:24) AT LINE WRK-LST-LINE COLUMN 30
                   COLOR 11 HIGHLIGHT
               DISPLAY WRK-DATA-DISP AT LINE WRK-LST-LINE COLUMN 55
                   COLOR 4 HIGHLIGHT
               DISPLAY WRK-SINAL-EDIT AT LINE WRK-LST-LINE COLUMN 66
                   COLOR 4 HIGHLIGHT
               ADD 1 TO WRK-LST-LINE
           END-IF.
      *
           MOVE NUM-LOC-PRV TO NUM-LOC.
           READ BORROWERS
               INVALID KEY MOVE SPACES TO FONE-LOC
           END-READ.
      *
           MOVE SPACES TO REG-ENR.
           STRING WRK-NUM-PRV-EDIT '  ' NOME-LOC-PRV '  ' FONE-LOC
                  '  ' TITULO-PRV(1:30) '  ' FORMATO-PRV '  '
                  WRK-DATA-DISP '  ' WRK-SINAL-EDIT
               DELIMITED BY SIZE INTO REG-ENR.
           WRITE REG-ENR.
       0365-UNCOLLECTED-LINE-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE COPIAS MOVIES VALES FISCAL ATIVOS PRODUTOS ITENSVND
                 PREVENDAS PEDIDOS BORROWERS VENDAS.
      *
           IF FS-VENDAS NOT EQUAL "00"
               MOVE '47ERROR CLOSING SALES LEDGER FILE.' TO WRK-MSG
