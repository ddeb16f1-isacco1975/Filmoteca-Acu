           05 FORMA-PAG             PIC X(01).
              88 FORMA-DINHEIRO        VALUE 'D'.
              88 FORMA-CARTAO          VALUE 'C'.
              88 FORMA-VALE            VALUE 'V'.
              88 FORMA-CONTA           VALUE 'A'.
           05 NUM-CXS-PAG           PIC 9(05).
           05 PAG-TIPO              PIC X(01).
              88 PAG-TAXA              VALUE 'T'.
              88 PAG-LOCACAO           VALUE 'L'.
              88 PAG-FATURA            VALUE 'F'.
      *    THE GIFT VOUCHER OR STORE CREDIT SPENT ON A FORMA-VALE
      *    ROW (VALES.dat) - ZERO ON CASH AND CARD.
           05 NUM-VAL-PAG           PIC 9(07).
      *    THE TAX CONTAINED IN VALOR-PAG AND THE RATE IT WAS WORKED
      *    OUT AT WHEN THE MONEY WAS TAKEN (SEE CPVIDIMC.cpy) - ZERO
      *    ON ROWS FROM BEFORE TAX WAS KEPT.
           05 ALIQ-PAG              PIC 9(02)V9(02).
           05 IMPOSTO-PAG           PIC 9(05)V9(02).
      *    CARD ROWS ONLY - THE DAY THE ACQUIRER'S SETTLEMENT WAS
      *    MATCHED TO THIS ROW AND ITS REFERENCE (SEE LQVIDPRG). ZERO
      *    WHILE THE MONEY HAS NOT BEEN SEEN TO ARRIVE.
           05 DATA-LIQ-PAG          PIC 9(08).
           05 REF-LIQ-PAG           PIC X(12).
      *    CHARGE-ACCOUNT ROWS - A FORMA-CONTA ROW IS A RENTAL OR FEE
      *    PUT ON THE ACCOUNT IN CONTA-PAG INSTEAD OF BEING PAID AT
      *    THE COUNTER, AND CARRIES THE INVOICE (FATCONTA.dat) THAT
      *    BILLED IT ONCE THE MONTH-END RUN HAS. A PAG-FATURA ROW IS
      *    MONEY RECEIVED AGAINST THAT INVOICE - NOT REVENUE, WHICH
      *    WAS TAKEN WHEN THE CHARGE WAS MADE.
           05 CONTA-PAG             PIC 9(05).
           05 NUM-FAT-PAG           PIC 9(06).
