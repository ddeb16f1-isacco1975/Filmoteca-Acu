      **
      * COPY BOOK RECORD LAYOUT - FIXED-ASSET MOVEMENTS (ATIVOS) DATA
      * FILE - ONE ROW PER COPY PER MONTH PER KIND OF MOVEMENT ON
      * THE RENTAL-STOCK REGISTER, READ BY THE JOURNAL EXPORT
      * (CBVIDPRG) AND THE FIXED-ASSET REGISTER (AFVIDPRG)
      **
       01  REG-ATV.
           05 CHAVE-ATV.
              10 PERIODO-ATV        PIC 9(06).
              10 CODIGO-ATV         PIC 9(05).
              10 NUM-COPIA-ATV      PIC 9(03).
              10 TIPO-ATV           PIC X(01).
      *          COPY TAKEN ON THE REGISTER AT ITS ACQUISITION COST
                 88 ATV-ENTRADA        VALUE 'A'.
      *          THE MONTH'S STRAIGHT-LINE CHARGE
                 88 ATV-DEPRECIACAO    VALUE 'D'.
      *          COPY LEFT THE SHOP - BOOK VALUE WRITTEN OFF
                 88 ATV-BAIXA          VALUE 'B'.
      *          A COPY ALREADY WRITTEN OFF WAS SOLD - THE PROCEEDS
      *          ARE ALL GAIN
                 88 ATV-VENDA-BAIXADA  VALUE 'V'.
           05 DATA-ATV              PIC 9(08).
      *    WHO MOVED IT - AF MONTHLY RUN, VD SALES TILL, WD WEEDING,
      *    EM LOST-COPY DECLARATION, SI INSURANCE CLAIM.
           05 ORIGEM-ATV            PIC X(02).
           05 NUM-DOC-ATV           PIC 9(05).
           05 CUSTO-ATV             PIC 9(05)V9(02).
      *    A: COST TAKEN ON. D: THE CHARGE. B: NET BOOK VALUE
      *    WRITTEN OFF. V: ZERO.
           05 VALOR-ATV             PIC 9(05)V9(02).
      *    ACCUMULATED DEPRECIATION AFTER THE CHARGE (D) OR AT THE
      *    DISPOSAL (B).
           05 ACUM-ATV              PIC 9(05)V9(02).
           05 VENDA-ATV             PIC 9(05)V9(02).
      *    GAIN (POSITIVE) OR LOSS ON DISPOSAL - PROCEEDS LESS THE
      *    BOOK VALUE WRITTEN OFF.
           05 RESULT-ATV            PIC S9(05)V9(02).
