      **
      * COPY BOOK RECORD LAYOUT - GIFT VOUCHERS AND STORE CREDIT
      * (VALES) DATA FILE - ONE ROW PER NUMBERED VOUCHER. A GIFT
      * VOUCHER IS SOLD OVER THE COUNTER TO WHOEVER PAYS FOR IT AND
      * IS GOOD IN ANY HANDS; A STORE CREDIT IS GRANTED TO ONE
      * BORROWER. SALDO-VAL IS WHAT IS STILL UNSPENT - IT IS THE
      * SHOP'S LIABILITY UNTIL THE VOUCHER IS USED UP OR LAPSES
      **
       01  REG-VAL.
           05 NUM-VAL               PIC 9(07).
           05 TIPO-VAL              PIC X(01).
              88 VAL-PRESENTE          VALUE 'P'.
              88 VAL-CREDITO           VALUE 'C'.
      *    ZERO ON A GIFT VOUCHER (BEARER), THE HOLDER ON A CREDIT.
           05 NUM-LOC-VAL           PIC 9(05).
           05 DATA-EMISSAO-VAL      PIC 9(08).
           05 VALOR-EMITIDO-VAL     PIC 9(05)V9(02).
           05 SALDO-VAL             PIC 9(05)V9(02).
      *    ZERO MEANS IT NEVER LAPSES.
           05 DATA-VALIDADE-VAL     PIC 9(08).
           05 DATA-USO-VAL          PIC 9(08).
           05 STATUS-VAL            PIC X(01).
              88 VAL-ATIVO             VALUE 'A'.
              88 VAL-RESGATADO         VALUE 'R'.
              88 VAL-CANCELADO         VALUE 'C'.
      *    HOW THE VOUCHER WAS PAID FOR - A CREDIT GRANTED BY THE
      *    SHOP (GOODWILL, A REFUND) TAKES NO MONEY AT ALL; A TRADE-IN
      *    CREDIT IS THE PRICE OF THE STOCK THE CUSTOMER BROUGHT IN.
           05 FORMA-VAL             PIC X(01).
              88 VAL-DINHEIRO          VALUE 'D'.
              88 VAL-CARTAO            VALUE 'C'.
              88 VAL-CORTESIA          VALUE 'S'.
              88 VAL-TROCA             VALUE 'T'.
           05 NUM-CXS-VAL           PIC 9(05).
           05 OPERADOR-VAL          PIC X(08).
