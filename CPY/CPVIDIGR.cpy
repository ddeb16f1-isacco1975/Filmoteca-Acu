      **
      * COPY BOOK RECORD LAYOUT - FILM CLUB TICKETS (INGRESSOS) DATA
      * FILE - ONE ROW PER TICKET SALE FOR A SCREENING (EXIBICOES),
      * COVERING ONE OR MORE SEATS, OR PER PLACE ON THE EVENT'S
      * WAITING LIST. WITHIN AN EVENT THE TICKET NUMBER IS THE ORDER
      * THE WAITING LIST IS SERVED IN
      **
       01  REG-ING.
           05 NUM-ING               PIC 9(07).
           05 NUM-EXB-ING           PIC 9(05).
      *    THE MEMBER BUYING OR WAITING - ZERO FOR A WALK-IN, WHO
      *    CAN BUY A TICKET BUT NOT JOIN THE WAITING LIST.
           05 NUM-LOC-ING           PIC 9(05).
           05 NOME-ING              PIC X(20).
           05 QTDE-ING              PIC 9(02).
      *    WHAT WAS PAID FOR THE SEATS AND THE MEMBER DISCOUNT GIVEN
      *    ON THEM (THE MEMBER'S OWN SEAT, AT THE RATE OF THEIR PLAN).
           05 VALOR-ING             PIC 9(05)V9(02).
           05 DESCONTO-ING          PIC 9(05)V9(02).
      *    THE SALE ON THE LEDGER (VENDAS, TIPO-VND 'I') AND THE
      *    DRAWER SESSION IT WAS TAKEN UNDER - ZERO ON A FREE TICKET
      *    AND ON A WAITING-LIST PLACE.
           05 NUM-VND-ING           PIC 9(05).
           05 NUM-CXS-ING           PIC 9(05).
           05 DATA-ING              PIC 9(08).
      *    DAY A SEAT THAT CAME FREE WAS OFFERED TO A WAITING MEMBER.
           05 DATA-OFERTA-ING       PIC 9(08).
      *    SEATS ACTUALLY ADMITTED AT THE DOOR ON THE NIGHT.
           05 PRESENTES-ING         PIC 9(02).
      *    STORE CREDIT (VALES) GIVEN BACK WHEN A MEMBER'S PAID
      *    TICKET WAS CANCELLED - ZERO OTHERWISE.
           05 NUM-VAL-ING           PIC 9(07).
           05 ING-STATUS            PIC X(01).
              88 ING-VENDIDO           VALUE 'V'.
              88 ING-ESPERA            VALUE 'E'.
              88 ING-OFERTA            VALUE 'O'.
              88 ING-CANCELADO         VALUE 'C'.
