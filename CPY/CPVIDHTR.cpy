      **
      * COPY BOOK RECORD LAYOUT - FEE LEDGER HISTORY DATA FILE - A
      * SETTLED FEE MOVED OUT OF TAXAS.dat WITH ITS LOAN. SAME
      * LENGTH AS CPVIDTAX.cpy'S REG-TAX WITH ONLY THE KEY NAMED.
      **
       01  REG-HTX.
           05 HTX-NUM-EMP           PIC 9(05).
           05 HTX-DADOS             PIC X(58).
