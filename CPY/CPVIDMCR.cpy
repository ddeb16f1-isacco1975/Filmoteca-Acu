      **
      * COPY BOOK RECORD LAYOUT - MEMBER CARD REGISTER DATA FILE -
      * ONE ROW PER CARD EVER ISSUED (MCVIDPRG). A LOST OR DAMAGED
      * CARD IS CANCELLED, NEVER DELETED, AND POINTS AT THE CARD
      * THAT REPLACED IT, SO A SCAN OF THE OLD ONE AT THE DESK
      * (EMVIDPRG) CAN BE RECOGNISED AND REFUSED. CARD NUMBERS START
      * AT 10000001, ABOVE ANY BORROWER ID, SO ONE SCAN FIELD CAN
      * TAKE EITHER.
      **
       01  REG-CRT.
           05 NUM-CRT               PIC 9(08).
           05 NUM-LOC-CRT           PIC 9(05).
           05 DATA-EMIS-CRT         PIC 9(08).
           05 OPERADOR-CRT          PIC X(08).
           05 CRT-STATUS            PIC X(01).
              88 CRT-ATIVO             VALUE 'A'.
              88 CRT-CANCELADO         VALUE 'C'.
           05 DATA-CANC-CRT         PIC 9(08).
           05 MOTIVO-CANC-CRT       PIC X(01).
              88 CRT-PERDIDO           VALUE 'P'.
              88 CRT-DANIFICADO        VALUE 'D'.
           05 SUBST-CRT             PIC 9(08).
