      **
      * COPY BOOK RECORD LAYOUT - ADVANCE SHIPPING NOTICE LINE AS A
      * DISTRIBUTOR SENDS IT (AVISO-<DISTRIBUTOR CODE>.txt), ONE
      * LINE PER ORDER IN THE BOX, QUOTING OUR ORDER NUMBER AND
      * MOVIE CODE FROM THE PEDIDO FILE WE SENT THEM. A TITLE THEY
      * SUBSTITUTED COMES WITH ITS OWN CODE (ZERO IF IT IS NOT ONE
      * OF OURS) AND TITLE.
      **
       01  REG-ASX.
           05 NUM-AVISO-ASX         PIC X(10).
           05 NUM-PED-ASX           PIC 9(05).
           05 CODIGO-ASX            PIC 9(05).
           05 TITULO-ASX            PIC X(45).
           05 QTDE-ASX              PIC 9(03).
