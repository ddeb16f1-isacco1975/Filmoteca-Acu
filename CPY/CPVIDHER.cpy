      **
      * COPY BOOK RECORD LAYOUT - LOAN HISTORY DATA FILE - A CLOSED
      * LOAN MOVED OUT OF EMPRESTIMOS.dat BY HIVIDPRG. SAME LENGTH
      * AS CPVIDEMP.cpy'S REG-EMP WITH ONLY THE KEY NAMED, SO A
      * STRAIGHT GROUP MOVE CARRIES THE ROW EITHER WAY AND THE
      * READERS WORK ON IT THROUGH THE LIVE FIELD NAMES.
      **
       01  REG-HEM.
           05 HEM-NUM-EMP           PIC 9(05).
           05 HEM-DADOS             PIC X(96).
