      **
      * COPY BOOK RECORD LAYOUT - CUSTOMER PRE-ORDERS (PREVENDAS)
      * DATA FILE - ONE ROW PER UNIT OF A NEW RELEASE A BORROWER HAS
      * ASKED TO BUY ON LAUNCH DAY. THE UNIT RIDES ON THE NEXT
      * PURCHASE ORDER FOR THE TITLE, IS SET ASIDE WHEN THE GOODS
      * ARE RECEIVED AND BECOMES A SALE ON THE LEDGER (VENDAS) WHEN
      * THE CUSTOMER COLLECTS IT
      **
       01  REG-PRV.
           05 NUM-PRV               PIC 9(05).
           05 NUM-LOC-PRV           PIC 9(05).
           05 NOME-LOC-PRV          PIC X(20).
           05 CODIGO-PRV            PIC 9(05).
           05 TITULO-PRV            PIC X(45).
      *    THE FORMAT ASKED FOR - SAME CODES AS FORMATO-COP, OR THE
      *    PLATFORM CODE FOR A GAME.
           05 FORMATO-PRV           PIC X(03).
           05 PRECO-PRV             PIC 9(05)V9(02).
      *    DEPOSIT TAKEN THROUGH THE DRAWER WHEN THE ORDER WAS
      *    PLACED, AND HOW - ZERO WHEN NONE WAS ASKED FOR. A CASH
      *    DEPOSIT COUNTS TOWARDS THE EXPECTED FIGURE OF THE SESSION
      *    STAMPED HERE AT THE CASH-UP (EDVIDPRG).
           05 SINAL-PRV             PIC 9(05)V9(02).
           05 FORMA-SINAL-PRV       PIC X(01).
              88 SINAL-DINHEIRO        VALUE 'D'.
              88 SINAL-CARTAO          VALUE 'C'.
           05 NUM-CXS-PRV           PIC 9(05).
           05 DATA-PRV              PIC 9(08).
           05 FILIAL-PRV            PIC X(02).
      *    THE PURCHASE ORDER LINE THE UNIT WAS ADDED TO - ZERO
      *    WHILE NO OPEN, UNSENT ORDER FOR THE TITLE HAS TAKEN IT.
           05 NUM-PED-PRV           PIC 9(05).
      *    DAY THE GOODS CAME IN AND THE UNIT WAS PUT BY, AND THE
      *    SALE THAT CLOSED IT.
           05 DATA-CHEGADA-PRV      PIC 9(08).
           05 DATA-RETIRADA-PRV     PIC 9(08).
           05 NUM-VND-PRV           PIC 9(05).
           05 PRV-STATUS            PIC X(01).
              88 PRV-ABERTA            VALUE 'A'.
              88 PRV-SEPARADA          VALUE 'S'.
              88 PRV-RETIRADA          VALUE 'R'.
      *    CARD DEPOSITS ONLY - THE DAY THE ACQUIRER'S SETTLEMENT WAS
      *    MATCHED TO THE DEPOSIT AND ITS REFERENCE (SEE LQVIDPRG).
           05 DATA-LIQ-PRV          PIC 9(08).
           05 REF-LIQ-PRV           PIC X(12).
