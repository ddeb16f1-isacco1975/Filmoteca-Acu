      **
      * COPY BOOK RECORD LAYOUT - BRANCH TRANSFERS (TRANSF) DATA FILE
      * ONE ROW PER COPY MOVED BETWEEN BRANCHES
      **
       01  REG-TRF.
           05 NUM-TRF               PIC 9(05).
           05 CODIGO-TRF            PIC 9(05).
           05 NUM-COPIA-TRF         PIC 9(03).
           05 FIL-DE                PIC X(02).
           05 FIL-PARA              PIC X(02).
           05 DATA-TRF              PIC 9(08).
           05 TRF-STATUS            PIC X(01).
              88 TRF-TRANSITO          VALUE 'T'.
              88 TRF-RECEBIDO          VALUE 'R'.
      *       PUT FORWARD BY THE NIGHTLY REBALANCING RUN (RBVIDPRG)
      *       AND WAITING ON A SUPERVISOR IN BRVIDPRG - THE COPY HAS
      *       NOT MOVED YET. APPROVAL TURNS THE ROW INTO AN ORDINARY
      *       IN-TRANSIT TRANSFER; A REFUSAL, OR THE NEXT NIGHT'S RUN
      *       FINDING IT STILL UNDECIDED, CANCELS IT.
              88 TRF-PROPOSTO          VALUE 'P'.
              88 TRF-CANCELADO         VALUE 'C'.
      *       NEVER ARRIVED - THE COPY WAS LOST ON THE ROAD AND IS
      *       WRITTEN OFF UNDER AN INSURANCE CLAIM (SIVIDPRG). IT
      *       CAN NO LONGER BE RECEIVED.
              88 TRF-EXTRAVIADO        VALUE 'E'.
      *    WHY THE RUN PROPOSED IT - ACTIVE HOLDS WAITING AT THE
      *    RECEIVING BRANCH AND DAYS THE COPY HAD SAT ON THE SHELF
      *    SINCE ITS LAST LOAN. ZERO ON TRANSFERS KEYED BY HAND.
           05 FILA-TRF              PIC 9(03).
           05 DIAS-OCIO-TRF         PIC 9(04).
