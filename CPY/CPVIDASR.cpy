      **
      * COPY BOOK RECORD LAYOUT - SHIPPING NOTICES (AVISOS) DATA FILE
      * ONE ROW PER ORDER LINE A DISTRIBUTOR'S ADVANCE SHIPPING
      * NOTICE SAYS IS IN THE BOX, WAITING FOR THE RECEIVING SCREEN
      * TO CONFIRM IT. A LATER NOTICE FOR THE SAME ORDER REPLACES
      * THE ROW.
      **
       01  REG-AVS.
           05 NUM-PED-AVS           PIC 9(05).
           05 COD-DIS-AVS           PIC X(02).
      *    THE DISTRIBUTOR'S OWN SHIPMENT REFERENCE.
           05 NUM-AVISO-AVS         PIC X(10).
      *    WHAT THE NOTICE SAYS IS IN THE BOX FOR THIS ORDER.
           05 CODIGO-AVS            PIC 9(05).
           05 TITULO-AVS            PIC X(45).
           05 QTDE-AVS              PIC 9(03).
           05 DATA-AVS              PIC 9(08).
      *    HOW THE NOTICE COMPARES WITH THE ORDER - BLANK WHEN IT
      *    MATCHES, 'F' SHORT, 'E' OVER, 'T' ANOTHER TITLE SENT.
           05 DIVERG-AVS            PIC X(01).
              88 AVS-CONFERE           VALUE ' '.
              88 AVS-FALTA             VALUE 'F'.
              88 AVS-EXCESSO           VALUE 'E'.
              88 AVS-TROCA             VALUE 'T'.
           05 AVS-STATUS            PIC X(01).
              88 AVS-PENDENTE          VALUE 'P'.
              88 AVS-RECEBIDO          VALUE 'R'.
