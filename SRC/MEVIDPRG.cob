      ******************************************************************
      * FILE NAME   : MEVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : COUNTER MERCHANDISE ROUTINE OF VIDEOTECA PROGRAM *
      *               - PRODUCT MASTER (BARCODE, PRICE, REORDER LEVEL),*
      *               GOODS RECEIVING INTO STOCK AND THE REORDER       *
      *               REPORT. THE SALES THEMSELVES GO THROUGH THE TILL *
      *               IN VDVIDPRG                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDMES.cpy'. *> PRODUCTS DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
           SELECT REPOSICAO-REL
              ASSIGN       TO 'REPOSICAO-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-REPOSICAO-REL.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTOS.
           COPY 'CPVIDMER.cpy'. *> PRODUCT DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  REPOSICAO-REL.
       01 REG-REP                PIC X(100).
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
           COPY 'CPVIDMEW.cpy'. *> PRODUCTS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-REPOSICAO-REL         PIC X(02).
       77  WRK-MOPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-ITENS                PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-CNT-EDIT             PIC Z(03)9.
       77  WRK-QT-EDIT              PIC ZZZZ9.
       77  WRK-VAL-EDIT             PIC Z.ZZ9,99.
       77  WRK-TOT-EDIT             PIC ZZZ.ZZ9,99.
       77  WRK-LST-LINE             PIC 9(02) USAGE COMP-3 VALUE 08.
      *
      *    PRODUCT BEING DEFINED - WHETHER IT WAS ALREADY ON FILE, AND
      *    THE PRICE IT HAD, FOR THE AUDIT TRAIL OF A PRICE CHANGE.
       77  WRK-MER-EXISTE           PIC X(01) VALUE 'N'.
       77  WRK-PRECO-ANT            PIC 9(05)V9(02) VALUE ZERO.
       01  WRK-MER-SALVO            PIC X(120) VALUE SPACES.
      *
      *    GOODS RECEIVED - QUANTITY ON THE DELIVERY NOTE AND THE UNIT
      *    COST INVOICED (BLANK KEEPS THE LAST COST).
       77  WRK-ENT-QTDE             PIC 9(05) VALUE ZERO.
       77  WRK-ENT-CUSTO            PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-ESTOQUE-ANT          PIC 9(05) VALUE ZERO.
      *
      *    REORDER REPORT - SUGGESTED QUANTITY PER LINE AND THE COST
      *    OF THE WHOLE ORDER AT LAST PRICES PAID.
       77  WRK-REP-SUGERE           PIC 9(05) VALUE ZERO.
       77  WRK-REP-CUSTO            PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-REP-TOTAL            PIC 9(07)V9(02) VALUE ZERO.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-MERMNU.
           05 LINE 06 COLUMN 10 VALUE "+---------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. DEFINIR    |".
           05 LINE 08 COLUMN 10 VALUE "| 2. RECEBER    |".
           05 LINE 09 COLUMN 10 VALUE "| 3. LISTAR     |".
           05 LINE 10 COLUMN 10 VALUE "| 4. REPOSICAO  |".
           05 LINE 11 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 12 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 13 COLUMN 10 VALUE "+---------------+".
           05 LINE 12 COLUMN 23 PIC X(01) USING WRK-MOPTION.
      *
       01  SCREEN-MEREDT.
           05 LINE 08 COLUMN 30 VALUE "BARCODE.......: [             ]".
           05 LINE 09 COLUMN 30 VALUE "DESCRIPTION...: [".
           05 LINE 09 COLUMN 77 VALUE "]".
           05 LINE 10 COLUMN 30 VALUE "CATEGORY......: [ ]".
           05 LINE 10 COLUMN 51 VALUE "C/B/L/O".
           05 LINE 11 COLUMN 30 VALUE "PRICE.........: [        ]".
           05 LINE 12 COLUMN 30 VALUE "REORDER LEVEL.: [     ]".
           05 LINE 13 COLUMN 30 VALUE "ORDER QTY.....: [     ]".
           05 LINE 14 COLUMN 30 VALUE "SUPPLIER......: [".
           05 LINE 14 COLUMN 67 VALUE "]".
           05 LINE 15 COLUMN 30 VALUE "STATUS (A/I)..: [ ]".
           05 LINE 16 COLUMN 30 VALUE "ON HAND.......: ".
           05 LINE 08 COLUMN 47 PIC X(13) USING BARRA-MER
              COLOR 7 HIGHLIGHT.
           05 LINE 09 COLUMN 47 PIC X(30) USING DESC-MER
              COLOR 7 HIGHLIGHT.
           05 LINE 10 COLUMN 47 PIC X(01) USING CATEG-MER
              COLOR 7 HIGHLIGHT.
           05 LINE 11 COLUMN 47 PIC 9(05),9(02) USING PRECO-MER
              COLOR 7 HIGHLIGHT.
           05 LINE 12 COLUMN 47 PIC 9(05) USING NIVEL-REPOS-MER
              COLOR 7 HIGHLIGHT.
           05 LINE 13 COLUMN 47 PIC 9(05) USING QTDE-PEDIDO-MER
              COLOR 7 HIGHLIGHT.
           05 LINE 14 COLUMN 47 PIC X(20) USING FORNEC-MER
              COLOR 7 HIGHLIGHT.
           05 LINE 15 COLUMN 47 PIC X(01) USING STATUS-MER
              COLOR 7 HIGHLIGHT.
           05 LINE 16 COLUMN 47 PIC ZZZZ9 FROM ESTOQUE-MER
              COLOR 11 HIGHLIGHT.
      *
       01  SCREEN-MERENT.
           05 LINE 11 COLUMN 30 VALUE "QTY RECEIVED..: [     ]".
           05 LINE 12 COLUMN 30 VALUE "UNIT COST.....: [        ]".
           05 LINE 11 COLUMN 47 PIC 9(05) USING WRK-ENT-QTDE
              COLOR 7 HIGHLIGHT.
           05 LINE 12 COLUMN 47 PIC 9(05),9(02) USING WRK-ENT-CUSTO
              COLOR 7 HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'MEVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O PRODUTOS.
      *
           IF FS-PRODUTOS EQUAL "35"
               OPEN OUTPUT PRODUTOS
               CLOSE PRODUTOS
               OPEN I-O PRODUTOS
           END-IF.
      *
           IF FS-PRODUTOS NOT EQUAL "00"
               MOVE '47ERROR OPENING PRODUCT FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PRODUTOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING PRODUCT FILE.'
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
           MOVE "  * * *  M E R C H A N D I S E  * * *" TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE WRK-MOPTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-MERMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-MERMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-MOPTION EQUAL '1' OR '2'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE '*' TO WRK-MOPTION
               END-IF
           END-IF.
      *
           EVALUATE WRK-MOPTION
             WHEN '1' PERFORM 0310-DEFINE-PRODUCT
             WHEN '2' PERFORM 0320-RECEIVE-STOCK
             WHEN '3' PERFORM 0330-LIST-PRODUCTS
             WHEN '4' PERFORM 0340-REORDER-REPORT
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

      *    A NEW CODE STARTS ACTIVE WITH NOTHING ON HAND - STOCK ONLY
      *    EVER COMES IN THROUGH RECEIVING. AN EXISTING CODE COMES UP
      *    WITH ITS CURRENT VALUES TO BE CHANGED; TAKING AN ITEM OFF
      *    SALE IS STATUS I, THE ROW STAYS FOR THE SALES HISTORY.
       0310-DEFINE-PRODUCT SECTION.
           INITIALIZE REG-MER WRK-MSG.
           DISPLAY 'PRODUCT CODE..: [     ]' AT LINE 07 COLUMN 30.
           ACCEPT COD-MER AT LINE 07 COLUMN 47.
      *
           IF COD-MER EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           READ PRODUTOS
               INVALID KEY
                   MOVE 'N' TO WRK-MER-EXISTE
                   MOVE ZERO TO WRK-PRECO-ANT
                   SET MER-OUTROS TO TRUE
                   SET MER-ATIVO  TO TRUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-MER-EXISTE
                   MOVE PRECO-MER TO WRK-PRECO-ANT
           END-READ.
      *
           DISPLAY SCREEN-MEREDT.
           ACCEPT  SCREEN-MEREDT.
      *
           INSPECT DESC-MER CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                    TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT CATEG-MER CONVERTING 'cblo' TO 'CBLO'.
           INSPECT STATUS-MER CONVERTING 'ai' TO 'AI'.
      *
           EVALUATE TRUE
               WHEN DESC-MER EQUAL SPACES
                   MOVE '20DESCRIPTION IS REQUIRED.' TO WRK-MSG
               WHEN PRECO-MER EQUAL ZERO
                   MOVE '20A SELLING PRICE IS REQUIRED.' TO WRK-MSG
               WHEN NOT MER-CONVENIENCIA AND NOT MER-MIDIA-VIRGEM
                AND NOT MER-LIMPEZA AND NOT MER-OUTROS
                   MOVE '20CATEGORY MUST BE C, B, L OR O.' TO WRK-MSG
               WHEN NOT MER-ATIVO AND NOT MER-INATIVO
                   MOVE '20STATUS MUST BE A OR I.' TO WRK-MSG
           END-EVALUATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           IF BARRA-MER NOT EQUAL SPACES
               PERFORM 0315-CHECK-BARCODE
               IF WRK-MSG-TEXT NOT EQUAL SPACES
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *
           IF WRK-MER-EXISTE EQUAL 'S'
               REWRITE REG-MER
                   INVALID KEY
                       MOVE '42ERROR RECORDING PRODUCT.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '54PRODUCT CHANGED.' TO WRK-MSG
                       IF PRECO-MER NOT EQUAL WRK-PRECO-ANT
                           PERFORM 0318-LOG-PRICE
                       END-IF
               END-REWRITE
           ELSE
               WRITE REG-MER
                   INVALID KEY
                       MOVE '42ERROR RECORDING PRODUCT.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '57PRODUCT RECORDED.' TO WRK-MSG
               END-WRITE
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-DEFINE-PRODUCT-END. EXIT.

      *    ONE BARCODE, ONE PRODUCT - OTHERWISE THE TILL WOULD RING UP
      *    WHICHEVER ROW THE ALTERNATE KEY HAPPENED TO RETURN FIRST.
      *    THE LOOK-UP READS OVER THE RECORD AREA, SO THE SCREEN'S
      *    VALUES ARE PUT BACK AFTERWARDS.
       0315-CHECK-BARCODE SECTION.
           MOVE REG-MER TO WRK-MER-SALVO.
           READ PRODUTOS KEY IS BARRA-MER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF COD-MER NOT EQUAL WRK-MER-SALVO(1:5)
                       MOVE COD-MER TO WRK-QT-EDIT
                       STRING '43BARCODE ALREADY ON PRODUCT '
                              WRK-QT-EDIT '.'
                           DELIMITED BY SIZE INTO WRK-MSG
                   END-IF
           END-READ.
           MOVE WRK-MER-SALVO TO REG-MER.
       0315-CHECK-BARCODE-END. EXIT.

       0318-LOG-PRICE SECTION.
           MOVE 'PRODUTO'     TO LOG-OPERACAO.
           MOVE COD-MER       TO LOG-CODIGO.
           MOVE 'PRECO'       TO LOG-CAMPO.
           MOVE WRK-PRECO-ANT TO WRK-VAL-EDIT.
           MOVE WRK-VAL-EDIT  TO LOG-VALOR-ANTIGO.
           MOVE PRECO-MER     TO WRK-VAL-EDIT.
           MOVE WRK-VAL-EDIT  TO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0318-LOG-PRICE-END. EXIT.

      *    A DELIVERY IS BOOKED IN LINE BY LINE OFF THE SUPPLIER'S
      *    NOTE - SCAN THE ITEM (OR KEY ITS CODE), THE QUANTITY AND
      *    THE UNIT COST INVOICED. EVERY RECEIPT IS ON THE AUDIT LOG
      *    SO A STOCK DIFFERENCE CAN BE TRACED BACK TO A DELIVERY.
       0320-RECEIVE-STOCK SECTION.
           INITIALIZE WRK-MSG.
           MOVE SPACES TO WRK-MER-CHAVE.
           DISPLAY 'BARCODE / CODE: [             ]'
               AT LINE 07 COLUMN 30.
           ACCEPT WRK-MER-CHAVE AT LINE 07 COLUMN 47.
      *
           IF WRK-MER-CHAVE EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           COPY 'CPVIDMEF.cpy'. *> FIND PRODUCT BY BARCODE OR CODE
           IF WRK-MER-ACHOU NOT EQUAL 'S'
               MOVE '48PRODUCT NOT ON FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           DISPLAY DESC-MER AT LINE 08 COLUMN 47 COLOR 11 HIGHLIGHT.
           DISPLAY 'ON HAND.......: ' AT LINE 09 COLUMN 30.
           MOVE ESTOQUE-MER TO WRK-QT-EDIT.
           DISPLAY WRK-QT-EDIT AT LINE 09 COLUMN 47 COLOR 11 HIGHLIGHT.
      *
           MOVE ZERO      TO WRK-ENT-QTDE.
           MOVE CUSTO-MER TO WRK-ENT-CUSTO.
           DISPLAY SCREEN-MERENT.
           ACCEPT  SCREEN-MERENT.
      *
           IF WRK-ENT-QTDE EQUAL ZERO
               MOVE '27RECEIVING CANCELLED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ESTOQUE-MER TO WRK-ESTOQUE-ANT.
           ADD WRK-ENT-QTDE TO ESTOQUE-MER
               ON SIZE ERROR
                   MOVE '20QUANTITY WOULD OVERFLOW THE STOCK FIGURE.'
                       TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-ADD.
           IF WRK-ENT-CUSTO GREATER ZERO
               MOVE WRK-ENT-CUSTO TO CUSTO-MER
           END-IF.
           MOVE WRK-TODAY-NUM TO DATA-ULT-ENT-MER.
      *
           REWRITE REG-MER
               INVALID KEY
                   MOVE '42ERROR RECORDING THE RECEIPT.' TO WRK-MSG
               NOT INVALID KEY
                   PERFORM 0325-LOG-RECEIPT
                   MOVE ESTOQUE-MER TO WRK-QT-EDIT
                   STRING '54STOCK RECEIVED - ON HAND NOW '
                          WRK-QT-EDIT '.'
                       DELIMITED BY SIZE INTO WRK-MSG
           END-REWRITE.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-RECEIVE-STOCK-END. EXIT.

       0325-LOG-RECEIPT SECTION.
           MOVE 'RECEBER'       TO LOG-OPERACAO.
           MOVE COD-MER         TO LOG-CODIGO.
           MOVE 'ESTOQUE'       TO LOG-CAMPO.
           MOVE WRK-ESTOQUE-ANT TO WRK-QT-EDIT.
           MOVE WRK-QT-EDIT     TO LOG-VALOR-ANTIGO.
           MOVE ESTOQUE-MER     TO WRK-QT-EDIT.
           MOVE WRK-QT-EDIT     TO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0325-LOG-RECEIPT-END. EXIT.

      *    THE MASTER ON SCREEN, ONE PAGE AT A TIME. A STAR MARKS AN
      *    ITEM AT OR BELOW ITS REORDER LEVEL.
       0330-LIST-PRODUCTS SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZERO TO WRK-ITENS.
           PERFORM 0335-LIST-HEADER.
      *
           MOVE ZERO TO COD-MER.
           START PRODUTOS KEY IS NOT LESS COD-MER
               INVALID KEY MOVE 10 TO FS-PRODUTOS
           END-START.
           IF FS-PRODUTOS NOT EQUAL 10
               READ PRODUTOS NEXT AT END MOVE 10 TO FS-PRODUTOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PRODUTOS EQUAL 10
               IF WRK-LST-LINE GREATER 20
                   MOVE '57MORE PRODUCTS - PRESS ENTER.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   INITIALIZE WRK-MSG
                   PERFORM 0335-LIST-HEADER
               END-IF
               ADD 1 TO WRK-ITENS
               DISPLAY COD-MER AT LINE WRK-LST-LINE COLUMN 03
                   COLOR 11 HIGHLIGHT
               DISPLAY DESC-MER AT LINE WRK-LST-LINE COLUMN 09
                   COLOR 11 HIGHLIGHT
               MOVE PRECO-MER TO WRK-VAL-EDIT
               DISPLAY WRK-VAL-EDIT AT LINE WRK-LST-LINE COLUMN 40
                   COLOR 11 HIGHLIGHT
               MOVE ESTOQUE-MER TO WRK-QT-EDIT
               DISPLAY WRK-QT-EDIT AT LINE WRK-LST-LINE COLUMN 50
                   COLOR 11 HIGHLIGHT
               MOVE NIVEL-REPOS-MER TO WRK-QT-EDIT
               DISPLAY WRK-QT-EDIT AT LINE WRK-LST-LINE COLUMN 57
                   COLOR 11 HIGHLIGHT
               IF MER-ATIVO
                  AND ESTOQUE-MER NOT GREATER NIVEL-REPOS-MER
                   DISPLAY '*' AT LINE WRK-LST-LINE COLUMN 63
                       COLOR 12 HIGHLIGHT
               END-IF
               DISPLAY STATUS-MER AT LINE WRK-LST-LINE COLUMN 66
                   COLOR 11 HIGHLIGHT
               ADD 1 TO WRK-LST-LINE
               READ PRODUTOS NEXT AT END MOVE 10 TO FS-PRODUTOS
               END-READ
           END-PERFORM.
      *
           IF WRK-ITENS EQUAL ZERO
               MOVE '48NO PRODUCTS DEFINED YET.' TO WRK-MSG
               DISPLAY SCREEN-MSG
           END-IF.
           ACCEPT SCREEN-WAIT.
       0330-LIST-PRODUCTS-END. EXIT.

       0335-LIST-HEADER SECTION.
           DISPLAY SCREEN-MAIN.
           DISPLAY 'CODE  DESCRIPTION' AT LINE 07 COLUMN 03.
           DISPLAY 'PRICE  ON HAND REORDER   ST' AT LINE 07 COLUMN 42.
           MOVE 08 TO WRK-LST-LINE.
       0335-LIST-HEADER-END. EXIT.

      *    EVERY ACTIVE ITEM AT OR BELOW ITS REORDER LEVEL, WITH THE
      *    SUPPLIER, HOW MANY TO ORDER AND WHAT THAT WILL COST AT THE
      *    LAST PRICE PAID. THE USUAL ORDER QUANTITY IS SUGGESTED;
      *    WITHOUT ONE, ENOUGH TO BRING STOCK BACK TO TWICE THE LEVEL.
       0340-REORDER-REPORT SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZERO TO WRK-ITENS WRK-REP-TOTAL.
      *
           OPEN OUTPUT REPOSICAO-REL.
           MOVE SPACES TO REG-REP.
           STRING 'VIDEOTECA - MERCHANDISE REORDER REPORT'
                  '   RUN DATE: ' WRK-DATE
               DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP.
           MOVE ALL '-' TO REG-REP.
           WRITE REG-REP.
           MOVE SPACES TO REG-REP.
           STRING 'CODE  DESCRIPTION                    SUPPLIER     '
                  '        ON HAND ORDER  UNIT COST   LINE COST'
               DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP.
      *
           MOVE ZERO TO COD-MER.
           START PRODUTOS KEY IS NOT LESS COD-MER
               INVALID KEY MOVE 10 TO FS-PRODUTOS
           END-START.
           IF FS-PRODUTOS NOT EQUAL 10
               READ PRODUTOS NEXT AT END MOVE 10 TO FS-PRODUTOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PRODUTOS EQUAL 10
               IF MER-ATIVO
                  AND ESTOQUE-MER NOT GREATER NIVEL-REPOS-MER
                   PERFORM 0345-WRITE-REORDER-LINE
               END-IF
               READ PRODUTOS NEXT AT END MOVE 10 TO FS-PRODUTOS
               END-READ
           END-PERFORM.
      *
           MOVE ALL '-' TO REG-REP.
           WRITE REG-REP.
           MOVE SPACES TO REG-REP.
           MOVE WRK-ITENS     TO WRK-CNT-EDIT.
           MOVE WRK-REP-TOTAL TO WRK-TOT-EDIT.
           STRING 'ITEMS TO REORDER: ' WRK-CNT-EDIT
                  '     ESTIMATED ORDER COST: ' WRK-TOT-EDIT
               DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP.
           CLOSE REPOSICAO-REL.
      *
           MOVE 'REPOSIC ' TO LNK-SPL-NOME.
           MOVE 'REPOSICAO-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
      *
           INITIALIZE WRK-MSG.
           STRING '57REORDER LIST ON REPOSICAO-REL.TXT: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0340-REORDER-REPORT-END. EXIT.

       0345-WRITE-REORDER-LINE SECTION.
           ADD 1 TO WRK-ITENS.
           IF QTDE-PEDIDO-MER GREATER ZERO
               MOVE QTDE-PEDIDO-MER TO WRK-REP-SUGERE
           ELSE
               COMPUTE WRK-REP-SUGERE =
                   NIVEL-REPOS-MER * 2 - ESTOQUE-MER
               IF WRK-REP-SUGERE EQUAL ZERO
                   MOVE 1 TO WRK-REP-SUGERE
               END-IF
           END-IF.
           COMPUTE WRK-REP-CUSTO = WRK-REP-SUGERE * CUSTO-MER.
           ADD WRK-REP-CUSTO TO WRK-REP-TOTAL.
      *
           MOVE SPACES TO REG-REP.
           MOVE COD-MER TO REG-REP(1:5).
           MOVE DESC-MER TO REG-REP(7:30).
           MOVE FORNEC-MER TO REG-REP(38:20).
           MOVE ESTOQUE-MER TO WRK-QT-EDIT.
           MOVE WRK-QT-EDIT TO REG-REP(59:5).
           MOVE WRK-REP-SUGERE TO WRK-QT-EDIT.
           MOVE WRK-QT-EDIT TO REG-REP(66:5).
           MOVE CUSTO-MER TO WRK-VAL-EDIT.
           MOVE WRK-VAL-EDIT TO REG-REP(73:8).
           MOVE WRK-REP-CUSTO TO WRK-TOT-EDIT.
           MOVE WRK-TOT-EDIT TO REG-REP(83:10).
           WRITE REG-REP.
       0345-WRITE-REORDER-LINE-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE PRODUTOS LOG-AUDITORIA.
      *
           IF FS-PRODUTOS NOT EQUAL "00"
               MOVE '47ERROR CLOSING PRODUCT FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-PRODUTOS TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING PRODUCT FILE.'
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

       END PROGRAM MEVIDPRG.
