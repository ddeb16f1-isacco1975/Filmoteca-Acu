      ******************************************************************
      * FILE NAME   : DRVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : BRANCH PROFIT AND LOSS STATEMENT OF VIDEOTECA    *
      *               PROGRAM - FOR ONE MONTH, BRANCH BY BRANCH AND    *
      *               FOR THE WHOLE SHOP: RENTALS, FEES, EX-RENTAL     *
      *               SALES AND MERCHANDISE AGAINST PURCHASES          *
      *               INVOICED, VENDOR CREDITS, SHRINKAGE AT           *
      *               REPLACEMENT VALUE AND PETTY-CASH PAY-OUTS, WITH  *
      *               THE MONTH, THE YEAR TO DATE AND THE SAME MONTH   *
      *               LAST YEAR SIDE BY SIDE. A CSV COPY GOES TO THE   *
      *               REPORT SPOOL WITH THE PRINTED STATEMENT          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDPGS.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDVNS.cpy'. *> EX-RENTAL SALES DAT WORKBOOK
           COPY 'CPVIDFAS.cpy'. *> INVOICES DAT WORKBOOK
           COPY 'CPVIDRMS.cpy'. *> VENDOR RETURNS DAT WORKBOOK
           COPY 'CPVIDPDS.cpy'. *> ORDERS DAT WORKBOOK
           COPY 'CPVIDPCS.cpy'. *> PETTY CASH DAT WORKBOOK
           COPY 'CPVIDCXS.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDQBS.cpy'. *> LOSS LEDGER WORKBOOK
           COPY 'CPVIDFLS.cpy'. *> BRANCHES DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
      *
           SELECT RESULTADO-REL
              ASSIGN       TO 'RESULTADO-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-RESULTADO-REL.
      *
           SELECT RESULTADO-CSV
              ASSIGN       TO 'RESULTADO-REL.csv'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-RESULTADO-CSV.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PAGAMENTOS.
           COPY 'CPVIDPAG.cpy'. *> FEE PAYMENT DATA FILE
      *
       FD  VENDAS.
           COPY 'CPVIDVND.cpy'. *> EX-RENTAL SALES DATA FILE
      *
       FD  FATURAS.
           COPY 'CPVIDFAT.cpy'. *> INVOICE DATA FILE
      *
       FD  DEVOLUCOES.
           COPY 'CPVIDRMA.cpy'. *> VENDOR RETURN DATA FILE
      *
       FD  PEDIDOS.
           COPY 'CPVIDPED.cpy'. *> PURCHASE ORDER DATA FILE
      *
       FD  MOVCAIXA.
           COPY 'CPVIDPCR.cpy'. *> PETTY CASH DATA FILE
      *
       FD  CAIXA.
           COPY 'CPVIDCXA.cpy'. *> CASH DRAWER SESSION DATA FILE
      *
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  QUEBRAS.
           COPY 'CPVIDQBR.cpy'. *> LOSS LEDGER RECORD
      *
       FD  FILIAIS.
           COPY 'CPVIDFIL.cpy'. *> BRANCH DATA FILE
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  RESULTADO-REL.
       01 REL-DRE.               *> LRECL 80
          03 FILLER              PIC X(02).
          03 REL-DRE-ROTULO      PIC X(22).
          03 REL-DRE-COL         OCCURS 3 TIMES.
             05 FILLER           PIC X(04).
             05 REL-DRE-VALOR    PIC -ZZ.ZZZ.ZZ9,99.
          03 FILLER              PIC X(02).
       01 REL-DRE-TXT            PIC X(80).
      *
       FD  RESULTADO-CSV.
       01 REG-DRC                PIC X(100).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDPGW.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDVNW.cpy'. *> EX-RENTAL SALES DAT WORKBOOK
           COPY 'CPVIDFAW.cpy'. *> INVOICES DAT WORKBOOK
           COPY 'CPVIDRMW.cpy'. *> VENDOR RETURNS DAT WORKBOOK
           COPY 'CPVIDPDW.cpy'. *> ORDERS DAT WORKBOOK
           COPY 'CPVIDPCW.cpy'. *> PETTY CASH DAT WORKBOOK
           COPY 'CPVIDCXW.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDQBW.cpy'. *> LOSS LEDGER WORKBOOK
           COPY 'CPVIDFLW.cpy'. *> BRANCHES DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE (SPVIDPRG)
      *
       77  FS-RESULTADO-REL         PIC X(02).
       77  FS-RESULTADO-CSV         PIC X(02).
      *
      *    THE MONTH ASKED FOR, THE SAME MONTH A YEAR EARLIER AND THE
      *    FIRST DAY OF THAT EARLIER MONTH - THE DATE-KEYED FILES ARE
      *    READ FROM THERE UNTIL THE MONTH ASKED FOR IS PAST.
       01  WRK-PERIODO-G.
           05 WRK-PER-ANO           PIC 9(04).
           05 WRK-PER-MES           PIC 9(02).
       01  WRK-PERIODO REDEFINES WRK-PERIODO-G PIC 9(06).
       01  WRK-PER-ANT-G.
           05 WRK-ANT-ANO           PIC 9(04).
           05 WRK-ANT-MES           PIC 9(02).
       01  WRK-PER-ANT REDEFINES WRK-PER-ANT-G PIC 9(06).
       77  WRK-PER-INI              PIC 9(08) VALUE ZERO.
       77  WRK-MES-ATUAL            PIC 9(06) VALUE ZERO.
       77  WRK-MES-ROW              PIC 9(06) VALUE ZERO.
      *
      *    A TITLE WITH NO REPLACEMENT VALUE OF ITS OWN IS PRICED AT
      *    THE HOUSE DEFAULT THE CHECKOUT DESK CHARGES (REPLVAL, IN
      *    CENTS), AS THE LOSS ANALYSIS IN QBVIDPRG DOES.
       77  WRK-VALOR-REPOS          PIC 9(05)V9(02) VALUE 50,00.
       77  WRK-UNIT                 PIC 9(05)V9(02) VALUE ZERO.
      *
      *    THE AMOUNT BEING POSTED, ITS DATE, BRANCH AND LINE OF THE
      *    STATEMENT. INCOME IS TAKEN NET OF THE TAX IT CONTAINS.
       77  WRK-EVT-DATA             PIC 9(08) VALUE ZERO.
       77  WRK-EVT-FILIAL           PIC X(02) VALUE SPACES.
       77  WRK-EVT-LINHA            PIC 9(01) VALUE ZERO.
       77  WRK-EVT-VALOR            PIC S9(07)V9(02) VALUE ZERO.
      *
      *    THE LAST DRAWER SESSION LOOKED UP AND ITS BRANCH - SALES
      *    AND PAY-OUTS OF ONE SHIFT COME TOGETHER ON THEIR DATE KEY.
       77  WRK-CXS-NUM              PIC 9(05) VALUE ZERO.
       77  WRK-CXS-ULT              PIC 9(05) VALUE ZERO.
       77  WRK-CXS-FILIAL           PIC X(02) VALUE '01'.
      *
      *    ONE STATEMENT PER BRANCH - EIGHT LINES, EACH WITH THE
      *    MONTH, THE YEAR TO DATE AND THE SAME MONTH LAST YEAR.
      *    LINES 1-4 ARE INCOME, 5-8 COSTS; VENDOR CREDITS (LINE 6)
      *    ARE POSTED AS A NEGATIVE COST.
       01  TAB-DRE.
           05 OCC-DRE      OCCURS 20 TIMES.
              10 EL-DRE-FILIAL     PIC X(02).
              10 EL-DRE-DESC       PIC X(15).
              10 OCC-DRE-LIN  OCCURS 8 TIMES.
                 15 EL-DRE-VALOR   PIC S9(08)V9(02) OCCURS 3 TIMES.
       77  WRK-DRE-COUNT            PIC 9(02) VALUE ZERO.
      *
      *    THE STATEMENT BEING PRINTED - ONE BRANCH'S, OR ALL OF THEM
      *    ADDED TOGETHER - AND ITS SUBTOTALS.
       01  WRK-BLOCO.
           05 WRK-BLC-FILIAL        PIC X(02).
           05 WRK-BLC-DESC          PIC X(15).
           05 OCC-BLC-LIN  OCCURS 8 TIMES.
              10 EL-BLC-VALOR      PIC S9(08)V9(02) OCCURS 3 TIMES.
       01  WRK-BLC-TOTAIS.
           05 WRK-BLC-RECEITA       PIC S9(08)V9(02) OCCURS 3 TIMES.
           05 WRK-BLC-CUSTO         PIC S9(08)V9(02) OCCURS 3 TIMES.
           05 WRK-BLC-RESULT        PIC S9(08)V9(02) OCCURS 3 TIMES.
      *
       01  WRK-ROW.
           05 WRK-ROW-ROTULO        PIC X(22).
           05 WRK-ROW-VALOR         PIC S9(08)V9(02) OCCURS 3 TIMES.
       01  WRK-CSV-EDIT-G.
           05 WRK-CSV-EDIT          PIC -(08)9,99 OCCURS 3 TIMES.
      *
       01  TAB-LINHA-NAMES.
           05 FILLER  PIC X(22) VALUE 'RENTALS               '.
           05 FILLER  PIC X(22) VALUE 'FEES                  '.
           05 FILLER  PIC X(22) VALUE 'EX-RENTAL SALES       '.
           05 FILLER  PIC X(22) VALUE 'MERCHANDISE/TICKETS   '.
           05 FILLER  PIC X(22) VALUE 'PURCHASES INVOICED    '.
           05 FILLER  PIC X(22) VALUE 'VENDOR CREDITS        '.
           05 FILLER  PIC X(22) VALUE 'SHRINKAGE             '.
           05 FILLER  PIC X(22) VALUE 'PETTY-CASH PAY-OUTS   '.
       01  TAB-LINHA-NAMES-R REDEFINES TAB-LINHA-NAMES.
           05 EL-LIN-NOME  OCCURS 8 TIMES PIC X(22).
      *
       77  WRK-QTD-EDIT             PIC Z9.
       77  IDX                      PIC S9(04) COMP VALUE ZERO.
       77  IDY                      PIC S9(04) COMP VALUE ZERO.
       77  IDZ                      PIC S9(04) COMP VALUE ZERO.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'DRVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0110-DATE-TIME.
           PERFORM 0210-ASK-PERIOD.
           IF WRK-PERIODO NOT EQUAL ZEROES
               PERFORM 0100-OPEN-DATA
               PERFORM 0300-PROCESS-DATA
               PERFORM 0400-PRINT-RESULTS
               PERFORM 0500-CLOSE-DATA
           END-IF.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0110-DATE-TIME.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
           MOVE "  * * *  P R O F I T   A N D   L O S S  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           MOVE WRK-NOW(1:6) TO WRK-MES-ATUAL.
           DISPLAY SCREEN-MAIN.
       0110-DATE-TIME-END. EXIT.

      *    ANY MONTH UP TO THE CURRENT ONE - THE CURRENT MONTH SHOWS
      *    THE FIGURES SO FAR.
       0210-ASK-PERIOD.
           DISPLAY 'STATEMENT FOR WHICH MONTH (AAAAMM)..: [      ]'
               AT LINE 10 COLUMN 14.
           MOVE ZEROES TO WRK-PERIODO.
           ACCEPT WRK-PERIODO AT LINE 10 COLUMN 53.
           IF WRK-PERIODO EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-PER-MES LESS 1 OR WRK-PER-MES GREATER 12
              OR WRK-PER-ANO LESS 1901
              OR WRK-PERIODO GREATER WRK-MES-ATUAL
               MOVE '20INVALID PERIOD.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               MOVE ZEROES TO WRK-PERIODO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-PER-MES TO WRK-ANT-MES.
           SUBTRACT 1 FROM WRK-PER-ANO GIVING WRK-ANT-ANO.
           COMPUTE WRK-PER-INI = WRK-PER-ANT * 100 + 1.
       0210-ASK-PERIOD-END. EXIT.

      *    EVERY SOURCE IS OPTIONAL - A SHOP WITH NO PURCHASING OR NO
      *    PETTY CASH YET SIMPLY SHOWS NOTHING ON THOSE LINES.
       0100-OPEN-DATA.
           OPEN INPUT PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL "35"
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN INPUT PAGAMENTOS
           END-IF.
      *
           OPEN INPUT VENDAS.
           IF FS-VENDAS EQUAL "35"
               OPEN OUTPUT VENDAS
               CLOSE VENDAS
               OPEN INPUT VENDAS
           END-IF.
      *
           OPEN INPUT FATURAS.
           IF FS-FATURAS EQUAL "35"
               OPEN OUTPUT FATURAS
               CLOSE FATURAS
               OPEN INPUT FATURAS
           END-IF.
      *
           OPEN INPUT DEVOLUCOES.
           IF FS-DEVOLUCOES EQUAL "35"
               OPEN OUTPUT DEVOLUCOES
               CLOSE DEVOLUCOES
               OPEN INPUT DEVOLUCOES
           END-IF.
      *
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS EQUAL "35"
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN INPUT PEDIDOS
           END-IF.
      *
           OPEN INPUT MOVCAIXA.
           IF FS-MOVCAIXA EQUAL "35"
               OPEN OUTPUT MOVCAIXA
               CLOSE MOVCAIXA
               OPEN INPUT MOVCAIXA
           END-IF.
      *
           OPEN INPUT CAIXA.
           IF FS-CAIXA EQUAL "35"
               OPEN OUTPUT CAIXA
               CLOSE CAIXA
               OPEN INPUT CAIXA
           END-IF.
      *
           OPEN INPUT EMPRESTIMOS.
           IF FS-EMPRESTIMOS EQUAL "35"
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN INPUT EMPRESTIMOS
           END-IF.
      *
           OPEN INPUT MOVIES.
           IF FS-MOVIES EQUAL "35"
               OPEN OUTPUT MOVIES
               CLOSE MOVIES
               OPEN INPUT MOVIES
           END-IF.
      *
           OPEN INPUT FILIAIS.
           IF FS-FILIAIS EQUAL "35"
               OPEN OUTPUT FILIAIS
               CLOSE FILIAIS
               OPEN INPUT FILIAIS
           END-IF.
      *
      *    NO LEDGER YET SIMPLY MEANS NO STOCKTAKE HAS POSTED
      *    SHRINKAGE AND NO COPY HAS BEEN WRITTEN OFF - 0300 SKIPS IT.
           OPEN INPUT QUEBRAS.
      *
           OPEN INPUT PARAMS.
           IF FS-PARAMS EQUAL "00"
               MOVE 'REPLVAL ' TO COD-PAR
               PERFORM 0150-FETCH-PARAM
               IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
                   COMPUTE WRK-VALOR-REPOS = WRK-PAR-NUM / 100
               END-IF
               CLOSE PARAMS
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0150-FETCH-PARAM.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0150-FETCH-PARAM-END. EXIT.

      *    THE BRANCH MASTER GOES IN FIRST, IN ITS OWN ORDER, SO A
      *    BRANCH WITH A QUIET MONTH STILL GETS ITS STATEMENT. THEN
      *    ONE PASS OVER EACH SOURCE OF INCOME AND COST.
       0300-PROCESS-DATA.
           INITIALIZE TAB-DRE.
           MOVE ZEROES TO WRK-DRE-COUNT WRK-CXS-ULT.
           PERFORM 0305-LOAD-BRANCHES.
           PERFORM 0310-SCAN-PAYMENTS.
           PERFORM 0320-SCAN-SALES.
           PERFORM 0330-SCAN-INVOICES.
           PERFORM 0335-SCAN-CREDITS.
           PERFORM 0340-SCAN-LOANS.
           IF FS-QUEBRAS EQUAL "00"
               PERFORM 0345-SCAN-LEDGER
           END-IF.
           PERFORM 0350-SCAN-PAYOUTS.
       0300-PROCESS-DATA-END. EXIT.

       0305-LOAD-BRANCHES.
           MOVE '01' TO WRK-EVT-FILIAL.
           PERFORM 0385-FIND-BRANCH.
      *
           MOVE LOW-VALUES TO COD-FIL.
           START FILIAIS KEY IS NOT LESS COD-FIL
               INVALID KEY MOVE 10 TO FS-FILIAIS
           END-START.
           IF FS-FILIAIS NOT EQUAL 10
               READ FILIAIS NEXT AT END MOVE 10 TO FS-FILIAIS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-FILIAIS EQUAL 10
               MOVE COD-FIL TO WRK-EVT-FILIAL
               PERFORM 0385-FIND-BRANCH
               IF IDX GREATER ZERO
                   MOVE DESC-FIL TO EL-DRE-DESC(IDX)
               END-IF
               READ FILIAIS NEXT AT END MOVE 10 TO FS-FILIAIS END-READ
           END-PERFORM.
       0305-LOAD-BRANCHES-END. EXIT.

      *    RENTALS AND FEES, WHETHER PAID AT THE COUNTER OR PUT ON A
      *    CHARGE ACCOUNT. MONEY RECEIVED AGAINST A CHARGE-ACCOUNT
      *    INVOICE IS NOT INCOME - IT WAS TAKEN WHEN THE CHARGE WAS
      *    MADE. THE INCOME BELONGS TO THE BRANCH THAT MADE THE LOAN,
      *    OR FAILING THAT TO THE BRANCH OF THE DRAWER THAT TOOK IT.
       0310-SCAN-PAYMENTS.
           MOVE LOW-VALUES TO NUM-PAG.
           START PAGAMENTOS KEY IS NOT LESS NUM-PAG
               INVALID KEY MOVE 10 TO FS-PAGAMENTOS
           END-START.
           IF FS-PAGAMENTOS NOT EQUAL 10
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PAGAMENTOS EQUAL 10
               IF NOT PAG-FATURA
                   PERFORM 0315-POST-PAYMENT
               END-IF
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-PERFORM.
       0310-SCAN-PAYMENTS-END. EXIT.

       0315-POST-PAYMENT.
           MOVE DATA-PAG TO WRK-EVT-DATA.
           PERFORM 0380-CHECK-DATE.
           IF WRK-EVT-DATA EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           IF PAG-LOCACAO
               MOVE 1 TO WRK-EVT-LINHA
           ELSE
               MOVE 2 TO WRK-EVT-LINHA
           END-IF.
           COMPUTE WRK-EVT-VALOR = VALOR-PAG - IMPOSTO-PAG.
      *
           MOVE SPACES TO WRK-EVT-FILIAL.
           IF NUM-EMP-PAG NOT EQUAL ZEROES
               MOVE NUM-EMP-PAG TO NUM-EMP
               READ EMPRESTIMOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE FILIAL-EMP TO WRK-EVT-FILIAL
               END-READ
           END-IF.
           IF WRK-EVT-FILIAL EQUAL SPACES
               MOVE NUM-CXS-PAG TO WRK-CXS-NUM
               PERFORM 0390-SESSION-BRANCH
           END-IF.
           PERFORM 0370-POST-AMOUNT.
       0315-POST-PAYMENT-END. EXIT.

      *    EX-RENTAL COPIES, COUNTER MERCHANDISE, COLLECTED PRE-ORDERS
      *    AND FILM CLUB TICKETS OFF THE DATA-VND DUPLICATE GROUP,
      *    FROM THE START OF LAST YEAR'S MONTH UNTIL THE MONTH ASKED
      *    FOR IS PAST. A COLLECTED PRE-ORDER IS NEW STOCK SOLD AT
      *    ITS FULL PRICE - THE DEPOSIT TAKEN EARLIER GOES BACK IN. A
      *    SALE BELONGS TO THE BRANCH OF THE DRAWER THAT TOOK IT.
       0320-SCAN-SALES.
           MOVE WRK-PER-INI TO DATA-VND.
           START VENDAS KEY IS NOT LESS DATA-VND
               INVALID KEY MOVE 10 TO FS-VENDAS
           END-START.
           IF FS-VENDAS NOT EQUAL 10
               READ VENDAS NEXT AT END MOVE 10 TO FS-VENDAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-VENDAS EQUAL 10
                     OR DATA-VND(1:6) GREATER WRK-PERIODO
               MOVE DATA-VND TO WRK-EVT-DATA
               PERFORM 0380-CHECK-DATE
               IF WRK-EVT-DATA NOT EQUAL ZEROES
                   PERFORM 0325-POST-SALE
               END-IF
               READ VENDAS NEXT AT END MOVE 10 TO FS-VENDAS END-READ
           END-PERFORM.
       0320-SCAN-SALES-END. EXIT.

       0325-POST-SALE.
           COMPUTE WRK-EVT-VALOR = VALOR-VND - IMPOSTO-VND.
           IF VND-COPIA
               MOVE 3 TO WRK-EVT-LINHA
           ELSE
               MOVE 4 TO WRK-EVT-LINHA
               IF VND-ENCOMENDA AND SINAL-VND IS NUMERIC
                   ADD SINAL-VND TO WRK-EVT-VALOR
               END-IF
           END-IF.
           MOVE NUM-CXS-VND TO WRK-CXS-NUM.
           PERFORM 0390-SESSION-BRANCH.
           PERFORM 0370-POST-AMOUNT.
       0325-POST-SALE-END. EXIT.

      *    PURCHASES ARE THE SUPPLIER INVOICES THE THREE-WAY MATCH HAS
      *    PASSED (CONFERRED OR ALREADY PAID) - STOCK RECEIVED AND
      *    BILLED - ON THE INVOICE DATE, FOR THE BRANCH THE ORDER WAS
      *    RAISED FOR.
       0330-SCAN-INVOICES.
           MOVE LOW-VALUES TO NUM-FAT.
           START FATURAS KEY IS NOT LESS NUM-FAT
               INVALID KEY MOVE 10 TO FS-FATURAS
           END-START.
           IF FS-FATURAS NOT EQUAL 10
               READ FATURAS NEXT AT END MOVE 10 TO FS-FATURAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-FATURAS EQUAL 10
               IF FAT-CONFERIDA OR FAT-PAGA
                   MOVE DATA-FAT TO WRK-EVT-DATA
                   PERFORM 0380-CHECK-DATE
                   IF WRK-EVT-DATA NOT EQUAL ZEROES
                       MOVE 5 TO WRK-EVT-LINHA
                       MOVE VALOR-TOTAL-FAT TO WRK-EVT-VALOR
                       MOVE NUM-PED-FAT TO NUM-PED
                       PERFORM 0395-ORDER-BRANCH
                       PERFORM 0370-POST-AMOUNT
                   END-IF
               END-IF
               READ FATURAS NEXT AT END MOVE 10 TO FS-FATURAS END-READ
           END-PERFORM.
       0330-SCAN-INVOICES-END. EXIT.

      *    A VENDOR CREDIT COMES OFF COSTS ON THE DAY THE DISTRIBUTOR
      *    WAS SEEN TO CREDIT IT - AN OPEN RETURN IS NOT MONEY YET.
       0335-SCAN-CREDITS.
           MOVE LOW-VALUES TO NUM-RMA.
           START DEVOLUCOES KEY IS NOT LESS NUM-RMA
               INVALID KEY MOVE 10 TO FS-DEVOLUCOES
           END-START.
           IF FS-DEVOLUCOES NOT EQUAL 10
               READ DEVOLUCOES NEXT AT END MOVE 10 TO FS-DEVOLUCOES
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-DEVOLUCOES EQUAL 10
               IF RMA-CREDITADA
                   MOVE DATA-CRED-RMA TO WRK-EVT-DATA
                   PERFORM 0380-CHECK-DATE
                   IF WRK-EVT-DATA NOT EQUAL ZEROES
                       MOVE 6 TO WRK-EVT-LINHA
                       COMPUTE WRK-EVT-VALOR = ZERO - VALOR-RMA
                       MOVE NUM-PED-RMA TO NUM-PED
                       PERFORM 0395-ORDER-BRANCH
                       PERFORM 0370-POST-AMOUNT
                   END-IF
               END-IF
               READ DEVOLUCOES NEXT AT END MOVE 10 TO FS-DEVOLUCOES
               END-READ
           END-PERFORM.
       0335-SCAN-CREDITS-END. EXIT.

      *    SHRINKAGE IS STOCK GONE FOR GOOD AT REPLACEMENT VALUE:
      *    COPIES CLOSED LOST OR DAMAGED ON LOAN, ON THE DAY THE LOAN
      *    CLOSED, AT THE BRANCH THAT MADE IT ...
       0340-SCAN-LOANS.
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
               IF RESULT-PERDIDO OR RESULT-DANIFICADO
                   MOVE DATA-DEVOLUCAO TO WRK-EVT-DATA
                   PERFORM 0380-CHECK-DATE
                   IF WRK-EVT-DATA NOT EQUAL ZEROES
                       MOVE CODIGO-EMP TO CODIGO
                       PERFORM 0360-TITLE-VALUE
                       MOVE 7 TO WRK-EVT-LINHA
                       MOVE WRK-UNIT TO WRK-EVT-VALOR
                       MOVE FILIAL-EMP TO WRK-EVT-FILIAL
                       PERFORM 0370-POST-AMOUNT
                   END-IF
               END-IF
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-PERFORM.
       0340-SCAN-LOANS-END. EXIT.

      *    ... AND THE LOSS LEDGER - STOCKTAKE SHRINKAGE AND COPIES
      *    WRITTEN OFF AT THE REGISTER.
       0345-SCAN-LEDGER.
           READ QUEBRAS AT END MOVE 10 TO FS-QUEBRAS END-READ.
      *
           PERFORM UNTIL FS-QUEBRAS EQUAL 10
               MOVE DATA-QBR TO WRK-EVT-DATA
               PERFORM 0380-CHECK-DATE
               IF WRK-EVT-DATA NOT EQUAL ZEROES
                   MOVE CODIGO-QBR TO CODIGO
                   PERFORM 0360-TITLE-VALUE
                   MOVE 7 TO WRK-EVT-LINHA
                   COMPUTE WRK-EVT-VALOR = WRK-UNIT * QTDE-QBR
                   MOVE FILIAL-QBR TO WRK-EVT-FILIAL
                   PERFORM 0370-POST-AMOUNT
               END-IF
               READ QUEBRAS AT END MOVE 10 TO FS-QUEBRAS END-READ
           END-PERFORM.
       0345-SCAN-LEDGER-END. EXIT.

      *    PAY-OUTS FOR SMALL EXPENSES OFF THE DATA-MCX DUPLICATE
      *    GROUP. A SAFE DROP IS CASH MOVED, NOT SPENT, AND IS LEFT
      *    OUT.
       0350-SCAN-PAYOUTS.
           MOVE WRK-PER-INI TO DATA-MCX.
           START MOVCAIXA KEY IS NOT LESS DATA-MCX
               INVALID KEY MOVE 10 TO FS-MOVCAIXA
           END-START.
           IF FS-MOVCAIXA NOT EQUAL 10
               READ MOVCAIXA NEXT AT END MOVE 10 TO FS-MOVCAIXA
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-MOVCAIXA EQUAL 10
                     OR DATA-MCX(1:6) GREATER WRK-PERIODO
               IF MCX-DESPESA
                   MOVE DATA-MCX TO WRK-EVT-DATA
                   PERFORM 0380-CHECK-DATE
                   IF WRK-EVT-DATA NOT EQUAL ZEROES
                       MOVE 8 TO WRK-EVT-LINHA
                       MOVE VALOR-MCX TO WRK-EVT-VALOR
                       MOVE NUM-CXS-MCX TO WRK-CXS-NUM
                       PERFORM 0390-SESSION-BRANCH
                       PERFORM 0370-POST-AMOUNT
                   END-IF
               END-IF
               READ MOVCAIXA NEXT AT END MOVE 10 TO FS-MOVCAIXA
               END-READ
           END-PERFORM.
       0350-SCAN-PAYOUTS-END. EXIT.

      *    REPLACEMENT VALUE OF THE TITLE IN CODIGO; A TITLE NO
      *    LONGER ON FILE OR WITH NO VALUE KEYED IS PRICED AT THE
      *    HOUSE DEFAULT.
       0360-TITLE-VALUE.
           MOVE WRK-VALOR-REPOS TO WRK-UNIT.
           READ MOVIES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF VALOR-REPOSICAO GREATER ZERO
                       MOVE VALOR-REPOSICAO TO WRK-UNIT
                   END-IF
           END-READ.
       0360-TITLE-VALUE-END. EXIT.

      *    ADDS WRK-EVT-VALOR TO LINE WRK-EVT-LINHA OF THE BRANCH'S
      *    STATEMENT, IN EVERY COLUMN ITS DATE FALLS IN. A BLANK
      *    BRANCH IS THE ORIGINAL SHOP, '01'.
       0370-POST-AMOUNT.
           IF WRK-EVT-FILIAL EQUAL SPACES
               MOVE '01' TO WRK-EVT-FILIAL
           END-IF.
           PERFORM 0385-FIND-BRANCH.
           IF IDX EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-EVT-DATA(1:6) TO WRK-MES-ROW.
           IF WRK-MES-ROW EQUAL WRK-PERIODO
               ADD WRK-EVT-VALOR TO EL-DRE-VALOR(IDX, WRK-EVT-LINHA, 1)
           END-IF.
           IF WRK-MES-ROW(1:4) EQUAL WRK-PERIODO(1:4)
              AND WRK-MES-ROW NOT GREATER WRK-PERIODO
               ADD WRK-EVT-VALOR TO EL-DRE-VALOR(IDX, WRK-EVT-LINHA, 2)
           END-IF.
           IF WRK-MES-ROW EQUAL WRK-PER-ANT
               ADD WRK-EVT-VALOR TO EL-DRE-VALOR(IDX, WRK-EVT-LINHA, 3)
           END-IF.
       0370-POST-AMOUNT-END. EXIT.

      *    A DATE OUTSIDE ALL THREE COLUMNS - BEFORE JANUARY OF THE
      *    YEAR ASKED FOR AND NOT IN LAST YEAR'S MONTH, OR AFTER THE
      *    MONTH ASKED FOR - COMES BACK AS ZEROES.
       0380-CHECK-DATE.
           MOVE WRK-EVT-DATA(1:6) TO WRK-MES-ROW.
           IF WRK-MES-ROW EQUAL WRK-PER-ANT
               EXIT PARAGRAPH
           END-IF.
           IF WRK-MES-ROW(1:4) NOT EQUAL WRK-PERIODO(1:4)
              OR WRK-MES-ROW GREATER WRK-PERIODO
               MOVE ZEROES TO WRK-EVT-DATA
           END-IF.
       0380-CHECK-DATE-END. EXIT.

      *    FINDS THE STATEMENT FOR WRK-EVT-FILIAL, OPENING A NEW ONE
      *    FOR A BRANCH NOT ON THE MASTER. IDX ZERO WHEN THE TABLE IS
      *    FULL - THAT BRANCH THEN GOES UNREPORTED.
       0385-FIND-BRANCH.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-DRE-COUNT
               IF EL-DRE-FILIAL(IDX) EQUAL WRK-EVT-FILIAL
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
      *
           IF WRK-DRE-COUNT NOT LESS 20
               MOVE ZERO TO IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-DRE-COUNT.
           MOVE WRK-DRE-COUNT  TO IDX.
           MOVE WRK-EVT-FILIAL TO EL-DRE-FILIAL(IDX).
           MOVE SPACES         TO EL-DRE-DESC(IDX).
       0385-FIND-BRANCH-END. EXIT.

      *    BRANCH OF THE DRAWER SESSION IN WRK-CXS-NUM INTO
      *    WRK-EVT-FILIAL - '01' FOR NO SESSION, ONE NOT ON FILE OR
      *    ONE FROM BEFORE SESSIONS CARRIED THEIR BRANCH.
       0390-SESSION-BRANCH.
           IF WRK-CXS-NUM NOT EQUAL WRK-CXS-ULT
               MOVE WRK-CXS-NUM TO WRK-CXS-ULT
               MOVE '01' TO WRK-CXS-FILIAL
               IF WRK-CXS-NUM NOT EQUAL ZEROES
                   MOVE WRK-CXS-NUM TO NUM-CXS
                   READ CAIXA
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF FILIAL-CXS NOT EQUAL SPACES
                              AND FILIAL-CXS NOT EQUAL LOW-VALUES
                               MOVE FILIAL-CXS TO WRK-CXS-FILIAL
                           END-IF
                   END-READ
               END-IF
           END-IF.
           MOVE WRK-CXS-FILIAL TO WRK-EVT-FILIAL.
       0390-SESSION-BRANCH-END. EXIT.

      *    BRANCH OF THE PURCHASE ORDER IN NUM-PED INTO
      *    WRK-EVT-FILIAL - SPACES (THE ORIGINAL SHOP) WHEN THE ORDER
      *    IS NO LONGER ON FILE.
       0395-ORDER-BRANCH.
           MOVE SPACES TO WRK-EVT-FILIAL.
           READ PEDIDOS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE FILIAL-PED TO WRK-EVT-FILIAL
           END-READ.
       0395-ORDER-BRANCH-END. EXIT.

       0400-PRINT-RESULTS.
           OPEN OUTPUT RESULTADO-REL.
           IF FS-RESULTADO-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING RESULTADO-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RESULTADO-CSV.
           MOVE 'BRANCH;LINE;MONTH;YEAR TO DATE;SAME MONTH LAST YEAR'
               TO REG-DRC.
           WRITE REG-DRC.
      *
           MOVE SPACES TO REL-DRE-TXT.
           STRING 'VIDEOTECA - PROFIT AND LOSS STATEMENT   '
                  WRK-PER-ANO '/' WRK-PER-MES
               DELIMITED BY SIZE INTO REL-DRE-TXT.
           WRITE REL-DRE-TXT.
           MOVE SPACES TO REL-DRE-TXT.
           STRING 'INCOME NET OF TAX - SHRINKAGE AT REPLACEMENT VALUE'
               DELIMITED BY SIZE INTO REL-DRE-TXT.
           WRITE REL-DRE-TXT.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-DRE-COUNT
               MOVE OCC-DRE(IDX) TO WRK-BLOCO
               PERFORM 0410-PRINT-BLOCK
           END-PERFORM.
      *
      *    THE WHOLE SHOP - EVERY BRANCH'S STATEMENT ADDED TOGETHER.
           INITIALIZE WRK-BLOCO.
           MOVE '**'           TO WRK-BLC-FILIAL.
           MOVE 'ALL BRANCHES' TO WRK-BLC-DESC.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-DRE-COUNT
               PERFORM VARYING IDY FROM 1 BY 1 UNTIL IDY GREATER 8
                   PERFORM VARYING IDZ FROM 1 BY 1 UNTIL IDZ GREATER 3
                       ADD EL-DRE-VALOR(IDX, IDY, IDZ)
                           TO EL-BLC-VALOR(IDY, IDZ)
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           PERFORM 0410-PRINT-BLOCK.
      *
           CLOSE RESULTADO-REL RESULTADO-CSV.
      *
      *    ON THE REPORT SPOOL WITH ITS CSV COMPANION.
           MOVE 'DRVIDPRG' TO LNK-SPL-NOME.
           MOVE 'RESULTADO-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
           MOVE 'DRVIDPRG' TO LNK-SPL-NOME.
           MOVE 'RESULTADO-REL.csv' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
      *
           MOVE WRK-DRE-COUNT TO WRK-QTD-EDIT.
           MOVE SPACES TO WRK-MSG.
           STRING '57' WRK-QTD-EDIT
                  ' BRANCH(ES) - REPORT WRITTEN TO RESULTADO-REL.TXT.'
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0400-PRINT-RESULTS-END. EXIT.

      *    ONE STATEMENT - THE EIGHT LINES WITH INCOME, COSTS AND THE
      *    RESULT UNDER THEM - FROM WRK-BLOCO.
       0410-PRINT-BLOCK.
           INITIALIZE WRK-BLC-TOTAIS.
           PERFORM VARYING IDZ FROM 1 BY 1 UNTIL IDZ GREATER 3
               PERFORM VARYING IDY FROM 1 BY 1 UNTIL IDY GREATER 4
                   ADD EL-BLC-VALOR(IDY, IDZ) TO WRK-BLC-RECEITA(IDZ)
               END-PERFORM
               PERFORM VARYING IDY FROM 5 BY 1 UNTIL IDY GREATER 8
                   ADD EL-BLC-VALOR(IDY, IDZ) TO WRK-BLC-CUSTO(IDZ)
               END-PERFORM
               COMPUTE WRK-BLC-RESULT(IDZ) =
                   WRK-BLC-RECEITA(IDZ) - WRK-BLC-CUSTO(IDZ)
           END-PERFORM.
      *
           MOVE SPACES TO REL-DRE-TXT.
           WRITE REL-DRE-TXT.
           MOVE SPACES TO REL-DRE-TXT.
           IF WRK-BLC-FILIAL EQUAL '**'
               MOVE WRK-BLC-DESC TO REL-DRE-TXT
           ELSE
               STRING 'BRANCH ' WRK-BLC-FILIAL ' ' WRK-BLC-DESC
                   DELIMITED BY SIZE INTO REL-DRE-TXT
           END-IF.
           WRITE REL-DRE-TXT.
           MOVE SPACES TO REL-DRE-TXT.
           STRING '                                     MONTH'
                  '      YEAR TO DATE   LAST YEAR MONTH'
               DELIMITED BY SIZE INTO REL-DRE-TXT.
           WRITE REL-DRE-TXT.
           MOVE ALL '-' TO REL-DRE-TXT.
           WRITE REL-DRE-TXT.
      *
           PERFORM VARYING IDY FROM 1 BY 1 UNTIL IDY GREATER 8
               MOVE EL-LIN-NOME(IDY) TO WRK-ROW-ROTULO
               PERFORM VARYING IDZ FROM 1 BY 1 UNTIL IDZ GREATER 3
                   MOVE EL-BLC-VALOR(IDY, IDZ) TO WRK-ROW-VALOR(IDZ)
               END-PERFORM
               PERFORM 0420-PRINT-ROW
               IF IDY EQUAL 4
                   MOVE 'TOTAL INCOME' TO WRK-ROW-ROTULO
                   PERFORM VARYING IDZ FROM 1 BY 1 UNTIL IDZ GREATER 3
                       MOVE WRK-BLC-RECEITA(IDZ) TO WRK-ROW-VALOR(IDZ)
                   END-PERFORM
                   PERFORM 0420-PRINT-ROW
               END-IF
           END-PERFORM.
      *
           MOVE 'TOTAL COSTS' TO WRK-ROW-ROTULO.
           PERFORM VARYING IDZ FROM 1 BY 1 UNTIL IDZ GREATER 3
               MOVE WRK-BLC-CUSTO(IDZ) TO WRK-ROW-VALOR(IDZ)
           END-PERFORM.
           PERFORM 0420-PRINT-ROW.
           MOVE ALL '=' TO REL-DRE-TXT.
           WRITE REL-DRE-TXT.
           MOVE 'RESULT' TO WRK-ROW-ROTULO.
           PERFORM VARYING IDZ FROM 1 BY 1 UNTIL IDZ GREATER 3
               MOVE WRK-BLC-RESULT(IDZ) TO WRK-ROW-VALOR(IDZ)
           END-PERFORM.
           PERFORM 0420-PRINT-ROW.
       0410-PRINT-BLOCK-END. EXIT.

       0420-PRINT-ROW.
           MOVE SPACES TO REL-DRE.
           MOVE WRK-ROW-ROTULO TO REL-DRE-ROTULO.
           PERFORM VARYING IDZ FROM 1 BY 1 UNTIL IDZ GREATER 3
               MOVE WRK-ROW-VALOR(IDZ) TO REL-DRE-VALOR(IDZ)
               MOVE WRK-ROW-VALOR(IDZ) TO WRK-CSV-EDIT(IDZ)
           END-PERFORM.
           WRITE REL-DRE.
      *
           MOVE SPACES TO REG-DRC.
           STRING WRK-BLC-FILIAL ';' WRK-ROW-ROTULO ';'
                  WRK-CSV-EDIT(1) ';' WRK-CSV-EDIT(2) ';'
                  WRK-CSV-EDIT(3)
               DELIMITED BY SIZE INTO REG-DRC.
           WRITE REG-DRC.
       0420-PRINT-ROW-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE PAGAMENTOS VENDAS FATURAS DEVOLUCOES PEDIDOS
                 MOVCAIXA CAIXA EMPRESTIMOS MOVIES FILIAIS.
           IF FS-QUEBRAS EQUAL "00" OR EQUAL "10"
               CLOSE QUEBRAS
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

       END PROGRAM DRVIDPRG.
