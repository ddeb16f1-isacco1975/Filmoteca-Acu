      **
      * COPY BOOK RECORD LAYOUT - FEE PAYMENTS HISTORY DATA FILE -
      * THE PAYMENTS OF A LOAN MOVED OUT OF PAGAMENTOS.dat WITH IT.
      * SAME LENGTH AS CPVIDPAG.cpy'S REG-PAG WITH ONLY THE KEY
      * NAMED.
      **
       01  REG-HPG.
           05 HPG-NUM-PAG           PIC 9(07).
           05 HPG-DADOS             PIC X(81).
