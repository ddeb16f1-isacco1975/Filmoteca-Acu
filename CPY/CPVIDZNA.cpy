      **
      * COPY BOOK RECORD LAYOUT - DELIVERY ZONE DATA FILE - ONE ROW
      * PER ZONE THE VAN COVERS (ENVIDPRG). A BORROWER FALLS IN THE
      * ZONE WHOSE CEP RANGE HOLDS THEIR CEP, AND THE ZONE NUMBER IS
      * THE ORDER THE ROUTE SHEET RUNS IN - NUMBER THEM OUTWARDS
      * FROM THE SHOP.
      **
       01  REG-ZON.
           05 COD-ZON               PIC 9(02).
           05 DESC-ZON              PIC X(20).
           05 CEP-INI-ZON           PIC 9(08).
           05 CEP-FIM-ZON           PIC 9(08).
           05 TAXA-ZON              PIC 9(03)V9(02).
           05 ZON-STATUS            PIC X(01).
              88 ZON-ATIVA             VALUE 'A'.
              88 ZON-INATIVA           VALUE 'I'.
