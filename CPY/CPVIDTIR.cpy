      **
      * COPY BOOK RECORD LAYOUT - TRADE-IN LEDGER (TROCAS) DATA FILE
      * - ONE ROW PER USED DISC BOUGHT IN OVER THE COUNTER BY
      * TIVIDPRG: WHO SOLD IT, WHAT IT WAS PAID AND HOW, AND THE COPY
      * IT BECAME ON THE REGISTER. THE MARGIN REPORT FOLLOWS THAT COPY
      * THROUGH THE LOAN AND SALES LEDGERS
      **
       01  REG-TRI.
           05 NUM-TRI               PIC 9(05).
           05 DATA-TRI              PIC 9(08).
           05 HORA-TRI              PIC X(05).
      *    THE SELLER - A BORROWER'S NUMBER (REQUIRED FOR STORE
      *    CREDIT, WHICH IS ALWAYS IN SOMEBODY'S NAME) OR ZERO FOR A
      *    WALK-IN PAID IN CASH. NAME AND DOCUMENT ARE KEPT EITHER
      *    WAY, AS FOR ANY SECOND-HAND GOODS BOUGHT OVER THE COUNTER.
           05 NUM-LOC-TRI           PIC 9(05).
           05 NOME-TRI              PIC X(20).
           05 DOC-TRI               PIC X(14).
      *    THE COPY THE DISC BECAME (COPIAS.dat) AND ITS GRADING.
           05 CODIGO-TRI            PIC 9(05).
           05 NUM-COPIA-TRI         PIC 9(03).
           05 FORMATO-TRI           PIC X(03).
           05 CONDICAO-TRI          PIC X(01).
      *    WHAT WAS PAID FOR IT - ALSO THE COPY'S ACQUISITION COST.
           05 VALOR-TRI             PIC 9(05)V9(02).
           05 FORMA-TRI             PIC X(01).
              88 TRI-DINHEIRO          VALUE 'D'.
              88 TRI-CREDITO           VALUE 'V'.
      *    THE STORE CREDIT ISSUED (VALES.dat) ON A TRI-CREDITO BUY,
      *    THE DRAWER SESSION THE CASH CAME OUT OF ON A TRI-DINHEIRO
      *    ONE (ZERO WHEN NO DRAWER WAS OPEN).
           05 NUM-VAL-TRI           PIC 9(07).
           05 NUM-CXS-TRI           PIC 9(05).
      *    WHERE THE DISC WENT - INTO THE RENTAL POOL AS A NEW COPY,
      *    OR STRAIGHT TO THE EX-RENTAL SHELF FOR VDVIDPRG TO SELL.
           05 DESTINO-TRI           PIC X(01).
              88 TRI-LOCACAO           VALUE 'L'.
              88 TRI-REVENDA           VALUE 'R'.
           05 OPERADOR-TRI          PIC X(08).
      *    SUPERVISOR WHO APPROVED A BUY OVER THE TROCAMAX LIMIT
      *    (PARAMS.dat) - SPACES WHEN NONE WAS NEEDED.
           05 APROVADOR-TRI         PIC X(08).
