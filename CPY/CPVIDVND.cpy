      **
      * COPY BOOK RECORD LAYOUT - EX-RENTAL SALES (VENDAS) DATA FILE
      * - ONE ROW PER WITHDRAWN COPY SOLD OVER THE COUNTER, OR PER
      * BASKET OF COUNTER MERCHANDISE, PRE-ORDER COLLECTED OR FILM
      * CLUB TICKET SALE, STAMPED WITH THE DRAWER SESSION SO THE
      * CASH-UP AND THE DAY SHEET SEE THE MONEY
      **
       01  REG-VND.
           05 NUM-VND               PIC 9(05).
           05 FORMA-VND             PIC X(01).
              88 VND-DINHEIRO          VALUE 'D'.
              88 VND-CARTAO            VALUE 'C'.
              88 VND-VALE              VALUE 'V'.
           05 NUM-CXS-VND           PIC 9(05).
      *    THE GIFT VOUCHER OR STORE CREDIT SPENT ON A VND-VALE SALE
      *    (VALES.dat) - ZERO ON CASH AND CARD.
           05 NUM-VAL-VND           PIC 9(07).
      *    THE TAX CONTAINED IN VALOR-VND AND THE RATE IT WAS WORKED
      *    OUT AT (SEE CPVIDIMC.cpy).
           05 ALIQ-VND              PIC 9(02)V9(02).
           05 IMPOSTO-VND           PIC 9(05)V9(02).
      *    CARD SALES ONLY - THE DAY THE ACQUIRER'S SETTLEMENT WAS
      *    MATCHED TO THIS SALE AND ITS REFERENCE (SEE LQVIDPRG).
           05 DATA-LIQ-VND          PIC 9(08).
           05 REF-LIQ-VND           PIC X(12).
      *    WHAT WAS SOLD: A WITHDRAWN COPY (CODIGO-VND/NUM-COPIA-VND)
      *    OR A BASKET OF MERCHANDISE, WHOSE LINES ARE ON ITENSVND.dat
      *    UNDER NUM-VND (CODIGO-VND AND NUM-COPIA-VND ARE ZERO).
           05 TIPO-VND              PIC X(01).
              88 VND-COPIA             VALUE 'C' ' '.
              88 VND-MERCADORIA        VALUE 'M'.
      *       A CUSTOMER PRE-ORDER COLLECTED (PREVENDAS.dat) - THE
      *       TITLE IS IN CODIGO-VND, NUM-COPIA-VND IS ZERO.
              88 VND-ENCOMENDA         VALUE 'E'.
      *       FILM CLUB TICKETS (INGRESSOS.dat, CNVIDPRG) - THE TITLE
      *       SCREENED IS IN CODIGO-VND, NUM-COPIA-VND IS ZERO.
              88 VND-INGRESSO          VALUE 'I'.
      *    PRE-ORDER SALES ONLY - THE PRE-ORDER COLLECTED AND THE
      *    DEPOSIT ALREADY TAKEN ON IT THE DAY IT WAS PLACED.
      *    VALOR-VND IS THE BALANCE TAKEN AT COLLECTION, SO THE
      *    DRAWER, THE CARD SETTLEMENT AND THE VOUCHER SEE ONLY THE
      *    MONEY THAT CHANGED HANDS THAT DAY; THE TAX IS ON THE FULL
      *    PRICE (VALOR-VND PLUS SINAL-VND). ZERO ON EVERY OTHER SALE.
           05 NUM-PRV-VND           PIC 9(05).
           05 SINAL-VND             PIC 9(05)V9(02).
