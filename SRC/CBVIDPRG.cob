      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : ACCOUNTING JOURNAL EXPORT OF VIDEOTECA PROGRAM - *
      *               TURNS A MONTH'S CHARGES, PAYMENTS, WRITE-OFFS,   *
      *               GIFT VOUCHERS, RECEIVED PURCHASES, THE REVENUE   *
      *               SHARE OWED TO DISTRIBUTORS AND THE DEPRECIATION  *
      *               AND DISPOSAL OF RENTAL COPIES, THE DRAWERS'      *
      *               PETTY CASH AND SAFE DROPS AND THE PAYOUTS ON     *
      *               INSURANCE CLAIMS INTO BALANCED DEBIT AND CREDIT  *
      *               LINES ON A CSV, USING THE ACCOUNT CODES          *
      *               MAINTAINED ON CONTAS-MAP.txt                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY 'CPVIDPGS.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDPDS.cpy'. *> ORDERS DAT WORKBOOK
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDVLS.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDVNS.cpy'. *> EX-RENTAL SALES DAT WORKBOOK
           COPY 'CPVIDRPS.cpy'. *> REVENUE-SHARE STATEMENTS WORKBOOK
           COPY 'CPVIDATS.cpy'. *> FIXED-ASSET MOVEMENTS WORKBOOK
           COPY 'CPVIDPCS.cpy'. *> PETTY CASH DAT WORKBOOK
           COPY 'CPVIDSIS.cpy'. *> INSURANCE CLAIMS DAT WORKBOOK
      *
      *    THE ACCOUNT-MAPPING FILE THE OFFICE MAINTAINS BY HAND -
      *    ONE LINE PER EVENT KEY (SEE 0150) WITH THE LEDGER ACCOUNT
      *
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  VALES.
           COPY 'CPVIDVAL.cpy'. *> GIFT VOUCHER DATA FILE
      *
       FD  VENDAS.
           COPY 'CPVIDVND.cpy'. *> EX-RENTAL SALES DATA FILE
      *
       FD  REPASSES.
           COPY 'CPVIDREP.cpy'. *> REVENUE-SHARE STATEMENT DATA FILE
      *
       FD  ATIVOS.
           COPY 'CPVIDATV.cpy'. *> FIXED-ASSET MOVEMENTS DATA FILE
      *
       FD  MOVCAIXA.
           COPY 'CPVIDPCR.cpy'. *> PETTY CASH DATA FILE
      *
       FD  SINISTROS.
           COPY 'CPVIDSIN.cpy'. *> INSURANCE CLAIM DATA FILE
      *
       FD  CONTAS-MAP.
       01  REG-MAP.
           COPY 'CPVIDPGW.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDPDW.cpy'. *> ORDERS DAT WORKBOOK
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDVLW.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDVNW.cpy'. *> EX-RENTAL SALES DAT WORKBOOK
           COPY 'CPVIDRPW.cpy'. *> REVENUE-SHARE STATEMENTS WORKBOOK
           COPY 'CPVIDATW.cpy'. *> FIXED-ASSET MOVEMENTS WORKBOOK
           COPY 'CPVIDPCW.cpy'. *> PETTY CASH DAT WORKBOOK
           COPY 'CPVIDSIW.cpy'. *> INSURANCE CLAIMS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
      *
       77  FS-CONTAS-MAP            PIC X(02) VALUE '00'.
      *    ARE THE MONEY SIDES, CLIENTES THE MEMBER RECEIVABLE,
      *    ATRASO/REPOSIC/LOCACAO THE REVENUE SPLITS, DESCONTO THE
      *    WRITE-OFF EXPENSE AND COMPRAS/FORNEC THE BUYING PAIR.
      *    VALES IS THE LIABILITY FOR GIFT VOUCHERS AND STORE CREDIT
      *    NOT YET SPENT, VENDAS THE EX-RENTAL SALES REVENUE A
      *    VOUCHER CAN PAY FOR, AND VALEXP THE INCOME FROM A VOUCHER
      *    BALANCE FORFEITED WHEN THE VOUCHER IS CANCELLED.
      *    REPASSE IS THE REVENUE-SHARE EXPENSE ON AGREEMENT TITLES
      *    AND DISTRIB THE PAYABLE TO THE DISTRIBUTORS FOR IT.
      *    ATIVO IS THE RENTAL STOCK AT COST, DEPACUM THE
      *    DEPRECIATION ACCUMULATED AGAINST IT, DEPREC THE MONTHLY
      *    DEPRECIATION EXPENSE AND BAIXAS THE GAIN OR LOSS ON COPIES
      *    DISPOSED OF. CONVENIOS IS WHAT THE CHARGE ACCOUNTS OWE FOR
      *    RENTALS AND FEES PUT ON THEM, CLEARED AS INVOICES ARE PAID.
      *    COFRE IS THE CASH IN THE SAFE, AND THE DESP* ACCOUNTS ARE
      *    THE SMALL EXPENSES PAID OUT OF THE DRAWERS, ONE PER
      *    PETTY-CASH CATEGORY (KITCHEN, POSTAGE, TRANSPORT,
      *    SUPPLIES, OTHER). SEGUROS IS THE INCOME RECOVERED FROM THE
      *    INSURER ON A PAID CLAIM, SET AGAINST THE LOSS THE CLAIMED
      *    COPIES LEFT ON BAIXAS.
       77  WRK-CTA-CAIXA            PIC X(08) VALUE '11010000'.
       77  WRK-CTA-CARTAO           PIC X(08) VALUE '11020000'.
       77  WRK-CTA-CLIENTES         PIC X(08) VALUE '12010000'.
       77  WRK-CTA-DESCONTO         PIC X(08) VALUE '41900000'.
       77  WRK-CTA-COMPRAS          PIC X(08) VALUE '51010000'.
       77  WRK-CTA-FORNEC           PIC X(08) VALUE '21010000'.
       77  WRK-CTA-VALES            PIC X(08) VALUE '21020000'.
       77  WRK-CTA-VENDAS           PIC X(08) VALUE '41040000'.
       77  WRK-CTA-VALEXP           PIC X(08) VALUE '41950000'.
       77  WRK-CTA-REPASSE          PIC X(08) VALUE '51020000'.
       77  WRK-CTA-DISTRIB          PIC X(08) VALUE '21030000'.
       77  WRK-CTA-ATIVO            PIC X(08) VALUE '13010000'.
       77  WRK-CTA-DEPACUM          PIC X(08) VALUE '13090000'.
       77  WRK-CTA-DEPREC           PIC X(08) VALUE '52010000'.
       77  WRK-CTA-BAIXAS           PIC X(08) VALUE '42010000'.
       77  WRK-CTA-CONVENIOS        PIC X(08) VALUE '12020000'.
       77  WRK-CTA-COFRE            PIC X(08) VALUE '11030000'.
       77  WRK-CTA-DESPCOPA         PIC X(08) VALUE '53010000'.
       77  WRK-CTA-DESPCORR         PIC X(08) VALUE '53020000'.
       77  WRK-CTA-DESPTRAN         PIC X(08) VALUE '53030000'.
       77  WRK-CTA-DESPMATL         PIC X(08) VALUE '53040000'.
       77  WRK-CTA-DESPOUTR         PIC X(08) VALUE '53090000'.
       77  WRK-CTA-SEGUROS          PIC X(08) VALUE '42020000'.
      *
      *    ONE JOURNAL EVENT HANDED TO 0450: THE DEBIT AND CREDIT
      *    ACCOUNTS, THE VALUE, THE POSTING DATE AND A SHORT MEMO -
       77  WRK-LAN-DATA             PIC 9(08) VALUE ZERO.
       77  WRK-LAN-MEMO             PIC X(30) VALUE SPACES.
       77  WRK-LAN-VALOR-X          PIC 9(07),9(02).
      *
      *    LAST DAY OF THE PERIOD - THE MONTH'S REVENUE SHARE IS
      *    OWED AS AT MONTH END.
       77  WRK-FIM-MES              PIC 9(08) VALUE ZERO.
       77  WRK-FIM-MES-INT          PIC 9(08) VALUE ZERO.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
               PERFORM 0300-EXPORT-CHARGES
               PERFORM 0310-EXPORT-PAYMENTS
               PERFORM 0320-EXPORT-PURCHASES
               PERFORM 0330-EXPORT-VOUCHERS
               PERFORM 0335-EXPORT-VOUCHER-SALES
               PERFORM 0340-EXPORT-REVENUE-SHARE
               PERFORM 0345-EXPORT-FIXED-ASSETS
               PERFORM 0350-EXPORT-PETTY-CASH
               PERFORM 0355-EXPORT-CLAIMS
               PERFORM 0500-CLOSE-DATA
           END-IF.
           PERFORM 0700-END-PROGRAM.
               CLOSE EMPRESTIMOS
               OPEN INPUT EMPRESTIMOS
           END-IF.
      *
           OPEN INPUT VALES.
           IF FS-VALES EQUAL "35"
               OPEN OUTPUT VALES
               CLOSE VALES
               OPEN INPUT VALES
           END-IF.
      *
           OPEN INPUT VENDAS.
           IF FS-VENDAS EQUAL "35"
               OPEN OUTPUT VENDAS
               CLOSE VENDAS
               OPEN INPUT VENDAS
           END-IF.
      *
           OPEN INPUT REPASSES.
           IF FS-REPASSES EQUAL "35"
               OPEN OUTPUT REPASSES
               CLOSE REPASSES
               OPEN INPUT REPASSES
           END-IF.
      *
           OPEN INPUT ATIVOS.
           IF FS-ATIVOS EQUAL "35"
               OPEN OUTPUT ATIVOS
               CLOSE ATIVOS
               OPEN INPUT ATIVOS
           END-IF.
      *
           OPEN INPUT MOVCAIXA.
           IF FS-MOVCAIXA EQUAL "35"
               OPEN OUTPUT MOVCAIXA
               CLOSE MOVCAIXA
               OPEN INPUT MOVCAIXA
           END-IF.
      *
           OPEN INPUT SINISTROS.
           IF FS-SINISTROS EQUAL "35"
               OPEN OUTPUT SINISTROS
               CLOSE SINISTROS
               OPEN INPUT SINISTROS
           END-IF.
      *
           OPEN OUTPUT CONTAB-CSV.
           IF FS-CONTAB-CSV NOT EQUAL "00"
                               MOVE MAP-CONTA TO WRK-CTA-COMPRAS
                           WHEN 'FORNEC  '
                               MOVE MAP-CONTA TO WRK-CTA-FORNEC
                           WHEN 'VALES   '
                               MOVE MAP-CONTA TO WRK-CTA-VALES
                           WHEN 'VENDAS  '
                               MOVE MAP-CONTA TO WRK-CTA-VENDAS
                           WHEN 'VALEXP  '
                               MOVE MAP-CONTA TO WRK-CTA-VALEXP
                           WHEN 'REPASSE '
                               MOVE MAP-CONTA TO WRK-CTA-REPASSE
                           WHEN 'DISTRIB '
                               MOVE MAP-CONTA TO WRK-CTA-DISTRIB
                           WHEN 'ATIVO   '
                               MOVE MAP-CONTA TO WRK-CTA-ATIVO
                           WHEN 'DEPACUM '
                               MOVE MAP-CONTA TO WRK-CTA-DEPACUM
                           WHEN 'DEPREC  '
                               MOVE MAP-CONTA TO WRK-CTA-DEPREC
                           WHEN 'BAIXAS  '
                               MOVE MAP-CONTA TO WRK-CTA-BAIXAS
                           WHEN 'CONVENIO'
                               MOVE MAP-CONTA TO WRK-CTA-CONVENIOS
                           WHEN 'COFRE   '
                               MOVE MAP-CONTA TO WRK-CTA-COFRE
                           WHEN 'DESPCOPA'
                               MOVE MAP-CONTA TO WRK-CTA-DESPCOPA
                           WHEN 'DESPCORR'
                               MOVE MAP-CONTA TO WRK-CTA-DESPCORR
                           WHEN 'DESPTRAN'
                               MOVE MAP-CONTA TO WRK-CTA-DESPTRAN
                           WHEN 'DESPMATL'
                               MOVE MAP-CONTA TO WRK-CTA-DESPMATL
                           WHEN 'DESPOUTR'
                               MOVE MAP-CONTA TO WRK-CTA-DESPOUTR
                           WHEN 'SEGUROS '
                               MOVE MAP-CONTA TO WRK-CTA-SEGUROS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE

      *    PAYMENTS: FEE MONEY SETTLES THE RECEIVABLE, RENTAL MONEY
      *    IS REVENUE TAKEN AT THE TILL - BOTH DEBIT CASH OR THE
      *    CARD CLEARING ACCOUNT BY METHOD, OR THE VOUCHER LIABILITY
      *    WHEN A GIFT VOUCHER OR STORE CREDIT PAID. A RENTAL OR FEE
      *    PUT ON A CHARGE ACCOUNT DEBITS THE ACCOUNTS RECEIVABLE
      *    INSTEAD, AND THE MONEY LATER PAID AGAINST THE INVOICE
      *    CLEARS IT.
       0310-EXPORT-PAYMENTS SECTION.
           MOVE LOW-VALUES TO NUM-PAG.
           START PAGAMENTOS KEY IS NOT LESS NUM-PAG
               MOVE DATA-PAG(1:6) TO WRK-MES-ROW
               IF WRK-MES-ROW EQUAL WRK-PERIODO
                  AND VALOR-PAG GREATER ZERO
                   EVALUATE TRUE
                       WHEN FORMA-CARTAO
                           MOVE WRK-CTA-CARTAO TO WRK-LAN-DEBITO
                       WHEN FORMA-VALE
                           MOVE WRK-CTA-VALES TO WRK-LAN-DEBITO
                       WHEN FORMA-CONTA
                           MOVE WRK-CTA-CONVENIOS TO WRK-LAN-DEBITO
                       WHEN OTHER
                           MOVE WRK-CTA-CAIXA TO WRK-LAN-DEBITO
                   END-EVALUATE
                   EVALUATE TRUE
                       WHEN PAG-LOCACAO
                           MOVE WRK-CTA-LOCACAO TO WRK-LAN-CREDITO
                       WHEN PAG-FATURA
                           MOVE WRK-CTA-CONVENIOS TO WRK-LAN-CREDITO
                       WHEN OTHER
                           MOVE WRK-CTA-CLIENTES TO WRK-LAN-CREDITO
                   END-EVALUATE
                   MOVE VALOR-PAG TO WRK-LAN-VALOR
                   MOVE DATA-PAG  TO WRK-LAN-DATA
                   MOVE SPACES TO WRK-LAN-MEMO
           END-PERFORM.
       0320-EXPORT-PURCHASES-END. EXIT.

      *    GIFT VOUCHERS: A VOUCHER ISSUED IN THE PERIOD RAISES THE
      *    LIABILITY AGAINST THE MONEY THAT PAID FOR IT - OR AGAINST
      *    THE DISCOUNT ACCOUNT WHEN THE SHOP GRANTED IT AS STORE
      *    CREDIT, OR THE BUYING ACCOUNT WHEN IT PAID FOR A TRADE-IN
      *    (TIVIDPRG). A VOUCHER CANCELLED IN THE PERIOD RELEASES WHAT
      *    WAS STILL UNSPENT ON IT AS INCOME. SPENDING A VOUCHER IS
      *    BOOKED WITH THE PAYMENT OR SALE IT PAID FOR.
       0330-EXPORT-VOUCHERS SECTION.
           MOVE LOW-VALUES TO NUM-VAL.
           START VALES KEY IS NOT LESS NUM-VAL
               INVALID KEY MOVE 10 TO FS-VALES
           END-START.
           IF FS-VALES NOT EQUAL 10
               READ VALES NEXT AT END MOVE 10 TO FS-VALES END-READ
           END-IF.
      *
           PERFORM UNTIL FS-VALES EQUAL 10
               MOVE DATA-EMISSAO-VAL(1:6) TO WRK-MES-ROW
               IF WRK-MES-ROW EQUAL WRK-PERIODO
                  AND VALOR-EMITIDO-VAL GREATER ZERO
                   EVALUATE TRUE
                       WHEN VAL-CARTAO
                           MOVE WRK-CTA-CARTAO TO WRK-LAN-DEBITO
                       WHEN VAL-CORTESIA
                           MOVE WRK-CTA-DESCONTO TO WRK-LAN-DEBITO
                       WHEN VAL-TROCA
                           MOVE WRK-CTA-COMPRAS TO WRK-LAN-DEBITO
                       WHEN OTHER
                           MOVE WRK-CTA-CAIXA TO WRK-LAN-DEBITO
                   END-EVALUATE
                   MOVE WRK-CTA-VALES     TO WRK-LAN-CREDITO
                   MOVE VALOR-EMITIDO-VAL TO WRK-LAN-VALOR
                   MOVE DATA-EMISSAO-VAL  TO WRK-LAN-DATA
                   MOVE SPACES TO WRK-LAN-MEMO
                   STRING 'VOUCHER ISSUED ' NUM-VAL
                       DELIMITED BY SIZE INTO WRK-LAN-MEMO
                   PERFORM 0450-WRITE-JOURNAL-PAIR
               END-IF
      *
               MOVE DATA-USO-VAL(1:6) TO WRK-MES-ROW
               IF VAL-CANCELADO
                  AND WRK-MES-ROW EQUAL WRK-PERIODO
                  AND SALDO-VAL GREATER ZERO
                   MOVE WRK-CTA-VALES  TO WRK-LAN-DEBITO
                   MOVE WRK-CTA-VALEXP TO WRK-LAN-CREDITO
                   MOVE SALDO-VAL      TO WRK-LAN-VALOR
                   MOVE DATA-USO-VAL   TO WRK-LAN-DATA
                   MOVE SPACES TO WRK-LAN-MEMO
                   STRING 'VOUCHER CANCELLED ' NUM-VAL
                       DELIMITED BY SIZE INTO WRK-LAN-MEMO
                   PERFORM 0450-WRITE-JOURNAL-PAIR
               END-IF
               READ VALES NEXT AT END MOVE 10 TO FS-VALES END-READ
           END-PERFORM.
       0330-EXPORT-VOUCHERS-END. EXIT.

      *    AN EX-RENTAL SALE PAID WITH A VOUCHER USES UP LIABILITY
      *    INSTEAD OF BRINGING MONEY IN, SO IT IS BOOKED HERE AGAINST
      *    THE SALES REVENUE. CASH AND CARD SALES ARE LEFT TO THE
      *    TILL SIDE OF THE BOOKS, AS BEFORE.
       0335-EXPORT-VOUCHER-SALES SECTION.
           MOVE LOW-VALUES TO NUM-VND.
           START VENDAS KEY IS NOT LESS NUM-VND
               INVALID KEY MOVE 10 TO FS-VENDAS
           END-START.
           IF FS-VENDAS NOT EQUAL 10
               READ VENDAS NEXT AT END MOVE 10 TO FS-VENDAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-VENDAS EQUAL 10
               MOVE DATA-VND(1:6) TO WRK-MES-ROW
               IF WRK-MES-ROW EQUAL WRK-PERIODO
                  AND VND-VALE
                  AND VALOR-VND GREATER ZERO
                   MOVE WRK-CTA-VALES  TO WRK-LAN-DEBITO
                   MOVE WRK-CTA-VENDAS TO WRK-LAN-CREDITO
                   MOVE VALOR-VND      TO WRK-LAN-VALOR
                   MOVE DATA-VND       TO WRK-LAN-DATA
                   MOVE SPACES TO WRK-LAN-MEMO
                   STRING 'VOUCHER SALE ' NUM-VND
                       DELIMITED BY SIZE INTO WRK-LAN-MEMO
                   PERFORM 0450-WRITE-JOURNAL-PAIR
               END-IF
               READ VENDAS NEXT AT END MOVE 10 TO FS-VENDAS END-READ
           END-PERFORM.
       0335-EXPORT-VOUCHER-SALES-END. EXIT.

      *    REVENUE SHARE: WHAT THE MONTHLY STATEMENT (RDVIDPRG) SAYS
      *    EACH DISTRIBUTOR IS OWED ON ITS AGREEMENT TITLES IS BOOKED
      *    AS AN EXPENSE AND A PAYABLE AT MONTH END, ONE PAIR PER
      *    TITLE. A MONTH NOT YET STATED HAS NO ROWS AND BOOKS
      *    NOTHING - RUN THE STATEMENT BEFORE THE EXPORT.
       0340-EXPORT-REVENUE-SHARE SECTION.
           COMPUTE WRK-FIM-MES = WRK-PERIODO * 100 + 1.
           IF WRK-FIM-MES(5:2) EQUAL '12'
               COMPUTE WRK-FIM-MES = WRK-FIM-MES + 8900
           ELSE
               COMPUTE WRK-FIM-MES = WRK-FIM-MES + 100
           END-IF.
           COMPUTE WRK-FIM-MES-INT =
               FUNCTION INTEGER-OF-DATE(WRK-FIM-MES) - 1.
           COMPUTE WRK-FIM-MES =
               FUNCTION DATE-OF-INTEGER(WRK-FIM-MES-INT).
      *
           MOVE WRK-PERIODO TO PERIODO-RPS.
           MOVE LOW-VALUES  TO COD-DIS-RPS.
           MOVE ZEROES      TO CODIGO-RPS.
           START REPASSES KEY IS NOT LESS CHAVE-RPS
               INVALID KEY MOVE 10 TO FS-REPASSES
           END-START.
           IF FS-REPASSES NOT EQUAL 10
               READ REPASSES NEXT AT END MOVE 10 TO FS-REPASSES
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-REPASSES EQUAL 10
                     OR PERIODO-RPS NOT EQUAL WRK-PERIODO
               IF DEVIDO-RPS GREATER ZERO
                   MOVE WRK-CTA-REPASSE TO WRK-LAN-DEBITO
                   MOVE WRK-CTA-DISTRIB TO WRK-LAN-CREDITO
                   MOVE DEVIDO-RPS      TO WRK-LAN-VALOR
                   MOVE WRK-FIM-MES     TO WRK-LAN-DATA
                   MOVE SPACES TO WRK-LAN-MEMO
                   STRING 'REV SHARE DIS ' COD-DIS-RPS
                          ' TITLE ' CODIGO-RPS
                       DELIMITED BY SIZE INTO WRK-LAN-MEMO
                   PERFORM 0450-WRITE-JOURNAL-PAIR
               END-IF
               READ REPASSES NEXT AT END MOVE 10 TO FS-REPASSES
               END-READ
           END-PERFORM.
       0340-EXPORT-REVENUE-SHARE-END. EXIT.

      *    RENTAL COPIES AS FIXED ASSETS, FROM THE MOVEMENTS THE
      *    MONTHLY DEPRECIATION RUN (AFVIDPRG) AND THE DISPOSAL
      *    POINTS FILE ON ATIVOS.dat:
      *    - A COPY TAKEN ON MOVES ITS COST OUT OF THE PURCHASES
      *      EXPENSE THE RECEIVED ORDER WAS BOOKED TO AND ONTO THE
      *      ASSET ACCOUNT;
      *    - THE MONTHLY CHARGE IS AN EXPENSE AGAINST ACCUMULATED
      *      DEPRECIATION;
      *    - A DISPOSAL CLEARS THE COPY'S COST AND ITS DEPRECIATION
      *      FROM THE BOOKS AND PUTS THE BOOK VALUE LEFT ON THE
      *      DISPOSAL ACCOUNT, WHERE THE SALE PROCEEDS (MOVED OUT OF
      *      SALES REVENUE) MEET IT - THE BALANCE IS THE GAIN OR
      *      LOSS. THE MONTH IS EMPTY UNTIL THE DEPRECIATION RUN HAS
      *      BEEN MADE FOR IT.
       0345-EXPORT-FIXED-ASSETS SECTION.
           MOVE WRK-PERIODO TO PERIODO-ATV.
           MOVE ZEROES      TO CODIGO-ATV NUM-COPIA-ATV.
           MOVE LOW-VALUES  TO TIPO-ATV.
           START ATIVOS KEY IS NOT LESS CHAVE-ATV
               INVALID KEY MOVE 10 TO FS-ATIVOS
           END-START.
           IF FS-ATIVOS NOT EQUAL 10
               READ ATIVOS NEXT AT END MOVE 10 TO FS-ATIVOS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-ATIVOS EQUAL 10
                     OR PERIODO-ATV NOT EQUAL WRK-PERIODO
               MOVE DATA-ATV TO WRK-LAN-DATA
               EVALUATE TRUE
                   WHEN ATV-ENTRADA
                       MOVE WRK-CTA-ATIVO   TO WRK-LAN-DEBITO
                       MOVE WRK-CTA-COMPRAS TO WRK-LAN-CREDITO
                       MOVE VALOR-ATV       TO WRK-LAN-VALOR
                       MOVE SPACES TO WRK-LAN-MEMO
                       STRING 'COPY TAKEN ON ' CODIGO-ATV '-'
                              NUM-COPIA-ATV
                           DELIMITED BY SIZE INTO WRK-LAN-MEMO
                       PERFORM 0348-WRITE-IF-VALUE
                   WHEN ATV-DEPRECIACAO
                       MOVE WRK-CTA-DEPREC  TO WRK-LAN-DEBITO
                       MOVE WRK-CTA-DEPACUM TO WRK-LAN-CREDITO
                       MOVE VALOR-ATV       TO WRK-LAN-VALOR
                       MOVE SPACES TO WRK-LAN-MEMO
                       STRING 'DEPRECIATION ' CODIGO-ATV '-'
                              NUM-COPIA-ATV
                           DELIMITED BY SIZE INTO WRK-LAN-MEMO
                       PERFORM 0348-WRITE-IF-VALUE
                   WHEN OTHER
                       MOVE SPACES TO WRK-LAN-MEMO
                       STRING 'DISPOSAL ' ORIGEM-ATV ' ' CODIGO-ATV
                              '-' NUM-COPIA-ATV
                           DELIMITED BY SIZE INTO WRK-LAN-MEMO
                       IF ATV-BAIXA
                           MOVE WRK-CTA-DEPACUM TO WRK-LAN-DEBITO
                           MOVE WRK-CTA-ATIVO   TO WRK-LAN-CREDITO
                           MOVE ACUM-ATV        TO WRK-LAN-VALOR
                           PERFORM 0348-WRITE-IF-VALUE
                           MOVE WRK-CTA-BAIXAS  TO WRK-LAN-DEBITO
                           MOVE WRK-CTA-ATIVO   TO WRK-LAN-CREDITO
                           MOVE VALOR-ATV       TO WRK-LAN-VALOR
                           PERFORM 0348-WRITE-IF-VALUE
                       END-IF
                       MOVE WRK-CTA-VENDAS TO WRK-LAN-DEBITO
                       MOVE WRK-CTA-BAIXAS TO WRK-LAN-CREDITO
                       MOVE VENDA-ATV      TO WRK-LAN-VALOR
                       PERFORM 0348-WRITE-IF-VALUE
               END-EVALUATE
               READ ATIVOS NEXT AT END MOVE 10 TO FS-ATIVOS END-READ
           END-PERFORM.
       0345-EXPORT-FIXED-ASSETS-END. EXIT.

       0348-WRITE-IF-VALUE SECTION.
           IF WRK-LAN-VALOR GREATER ZERO
               PERFORM 0450-WRITE-JOURNAL-PAIR
           END-IF.
       0348-WRITE-IF-VALUE-END. EXIT.

      *    PETTY CASH (PCVIDPRG): NOTES TAKEN OUT OF A DRAWER LEAVE
      *    THE CASH ACCOUNT. A PAY-OUT IS BOOKED TO THE EXPENSE
      *    ACCOUNT OF ITS CATEGORY, A SAFE DROP ONLY MOVES THE MONEY
      *    INTO THE SAFE.
       0350-EXPORT-PETTY-CASH SECTION.
           COMPUTE DATA-MCX = WRK-PERIODO * 100 + 1.
           START MOVCAIXA KEY IS NOT LESS DATA-MCX
               INVALID KEY MOVE 10 TO FS-MOVCAIXA
           END-START.
           IF FS-MOVCAIXA NOT EQUAL 10
               READ MOVCAIXA NEXT AT END MOVE 10 TO FS-MOVCAIXA
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-MOVCAIXA EQUAL 10
                     OR DATA-MCX(1:6) NOT EQUAL WRK-PERIODO
               MOVE WRK-CTA-CAIXA TO WRK-LAN-CREDITO
               MOVE VALOR-MCX     TO WRK-LAN-VALOR
               MOVE DATA-MCX      TO WRK-LAN-DATA
               MOVE SPACES TO WRK-LAN-MEMO
               IF MCX-COFRE
                   MOVE WRK-CTA-COFRE TO WRK-LAN-DEBITO
                   STRING 'SAFE DROP ' REFERENCIA-MCX
                       DELIMITED BY SIZE INTO WRK-LAN-MEMO
               ELSE
                   EVALUATE TRUE
                       WHEN MCX-CAT-COPA
                           MOVE WRK-CTA-DESPCOPA TO WRK-LAN-DEBITO
                       WHEN MCX-CAT-CORREIO
                           MOVE WRK-CTA-DESPCORR TO WRK-LAN-DEBITO
                       WHEN MCX-CAT-TRANSPORTE
                           MOVE WRK-CTA-DESPTRAN TO WRK-LAN-DEBITO
                       WHEN MCX-CAT-MATERIAL
                           MOVE WRK-CTA-DESPMATL TO WRK-LAN-DEBITO
                       WHEN OTHER
                           MOVE WRK-CTA-DESPOUTR TO WRK-LAN-DEBITO
                   END-EVALUATE
                   STRING 'PAY-OUT ' REFERENCIA-MCX
                       DELIMITED BY SIZE INTO WRK-LAN-MEMO
               END-IF
               PERFORM 0348-WRITE-IF-VALUE
               READ MOVCAIXA NEXT AT END MOVE 10 TO FS-MOVCAIXA
               END-READ
           END-PERFORM.
       0350-EXPORT-PETTY-CASH-END. EXIT.

      *    INSURANCE CLAIMS (SIVIDPRG): THE PAYOUT IS MONEY IN FROM
      *    THE INSURER, BOOKED IN THE MONTH IT ARRIVED. THE CLAIMED
      *    COPIES' BOOK VALUE WAS ALREADY WRITTEN OFF AS A DISPOSAL
      *    (0345) WHEN THEY WENT ON THE CLAIM; A REJECTED CLAIM
      *    BOOKS NOTHING HERE AND LEAVES THAT LOSS STANDING.
       0355-EXPORT-CLAIMS SECTION.
           MOVE 'P' TO SIN-STATUS.
           START SINISTROS KEY IS NOT LESS SIN-STATUS
               INVALID KEY MOVE 10 TO FS-SINISTROS
           END-START.
           IF FS-SINISTROS NOT EQUAL 10
               READ SINISTROS NEXT AT END MOVE 10 TO FS-SINISTROS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-SINISTROS EQUAL 10
                     OR NOT SIN-PAGO
               IF DATA-FIM-SIN(1:6) EQUAL WRK-PERIODO
                   MOVE WRK-CTA-CAIXA   TO WRK-LAN-DEBITO
                   MOVE WRK-CTA-SEGUROS TO WRK-LAN-CREDITO
                   MOVE VALOR-PAGO-SIN  TO WRK-LAN-VALOR
                   MOVE DATA-FIM-SIN    TO WRK-LAN-DATA
                   MOVE SPACES TO WRK-LAN-MEMO
                   STRING 'INSURANCE CLAIM ' NUM-SIN
                       DELIMITED BY SIZE INTO WRK-LAN-MEMO
                   PERFORM 0348-WRITE-IF-VALUE
               END-IF
               READ SINISTROS NEXT AT END MOVE 10 TO FS-SINISTROS
               END-READ
           END-PERFORM.
       0355-EXPORT-CLAIMS-END. EXIT.

      *    THE TWO SIDES OF ONE EVENT, ALWAYS TOGETHER AND ALWAYS
      *    FOR THE SAME AMOUNT - THE FILE BALANCES BY CONSTRUCTION.
       0450-WRITE-JOURNAL-PAIR SECTION.
       0450-WRITE-JOURNAL-PAIR-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE TAXAS PAGAMENTOS PEDIDOS EMPRESTIMOS VALES VENDAS
                 REPASSES ATIVOS MOVCAIXA SINISTROS CONTAB-CSV.
      *
           MOVE WRK-LINHAS TO WRK-LINHAS-EDIT.
           INITIALIZE WRK-MSG.
