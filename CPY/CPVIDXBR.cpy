      **
      * COPY BOOK RECORD LAYOUT - SCREENING EVENTS (EXIBICOES) DATA
      * FILE - ONE ROW PER FILM CLUB NIGHT: THE TITLE SHOWN, WHEN AND
      * WHERE, HOW MANY SEATS THE ROOM HOLDS AND THE TICKET PRICE.
      * THE TICKETS SOLD AGAINST IT ARE ON INGRESSOS.dat
      **
       01  REG-EXB.
           05 NUM-EXB               PIC 9(05).
           05 CODIGO-EXB            PIC 9(05).
           05 TITULO-EXB            PIC X(45).
           05 DATA-EXB              PIC 9(08).
      *    STARTING TIME (HH:MM).
           05 HORA-EXB              PIC X(05).
           05 FILIAL-EXB            PIC X(02).
           05 LOTACAO-EXB           PIC 9(03).
      *    FULL PRICE OF ONE SEAT - ZERO FOR A FREE NIGHT, WHICH
      *    STILL ISSUES TICKETS SO THE ROOM IS NOT OVERFILLED.
           05 PRECO-EXB             PIC 9(05)V9(02).
      *    SEATS PAID FOR, AND SEATS HELD FOR WAITING-LIST MEMBERS
      *    WHO HAVE BEEN OFFERED ONE THAT CAME FREE. WHAT IS LEFT OF
      *    LOTACAO-EXB AFTER BOTH IS ON OPEN SALE.
           05 VENDIDOS-EXB          PIC 9(03).
           05 RESERVADOS-EXB        PIC 9(03).
           05 EXB-STATUS            PIC X(01).
              88 EXB-ABERTA            VALUE 'A'.
              88 EXB-CANCELADA         VALUE 'C'.
