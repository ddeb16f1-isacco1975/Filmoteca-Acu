      **
      * COPY BOOK RECORD LAYOUT - INSURANCE CLAIMS (SINISTROS) DATA
      * FILE - ONE ROW PER THEFT, LOSS OR DAMAGE EVENT CLAIMED FROM
      * THE INSURER. THE COPIES THE EVENT TOOK ARE LISTED ON
      * SINCOPIAS.dat (CPVIDSCP.cpy) UNDER THE SAME CLAIM NUMBER;
      * QTDE-SIN AND VALOR-SIN ARE THEIR COUNT AND THE SUM OF THEIR
      * REPLACEMENT VALUES, KEPT UP AS COPIES ARE ADDED
      **
       01  REG-SIN.
           05 NUM-SIN               PIC 9(05).
           05 DATA-EVENTO-SIN       PIC 9(08).
           05 CAUSA-SIN             PIC X(01).
      *       BREAK-IN, SHOPLIFTING GANG - THE COPIES WERE TAKEN
              88 SIN-FURTO             VALUE 'F'.
      *       GONE WITHOUT A THIEF - MISLAID, LOST IN TRANSIT
      *       BETWEEN BRANCHES
              88 SIN-PERDA             VALUE 'P'.
      *       STILL ON HAND BUT RUINED - FLOOD, FIRE, A LEAKING ROOF
              88 SIN-DANO              VALUE 'D'.
           05 FILIAL-SIN            PIC X(02).
           05 DESC-SIN              PIC X(30).
      *    THE INSURER'S OWN CLAIM NUMBER - OFTEN ONLY KNOWN AFTER
      *    THE FIRST CALL, SO IT CAN BE FILLED IN AT ASSESSMENT.
           05 REF-SEG-SIN           PIC X(20).
           05 QTDE-SIN              PIC 9(03).
           05 VALOR-SIN             PIC 9(07)V9(02).
           05 VALOR-AVAL-SIN        PIC 9(07)V9(02).
           05 VALOR-PAGO-SIN        PIC 9(07)V9(02).
           05 DATA-SIN              PIC 9(08).
           05 DATA-AVAL-SIN         PIC 9(08).
      *    THE DAY THE PAYOUT ARRIVED OR THE INSURER TURNED THE
      *    CLAIM DOWN. THE JOURNAL EXPORT (CBVIDPRG) BOOKS A PAID
      *    CLAIM IN THE MONTH OF THIS DATE.
           05 DATA-FIM-SIN          PIC 9(08).
           05 SIN-STATUS            PIC X(01).
              88 SIN-REGISTRADO        VALUE 'R'.
              88 SIN-AVALIADO          VALUE 'A'.
              88 SIN-PAGO              VALUE 'P'.
              88 SIN-RECUSADO          VALUE 'X'.
