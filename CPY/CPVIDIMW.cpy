      **
      * COPY BOOK SERVICE AND SALES TAX WORKBOOK (WORKING-STORAGE) -
      * THE RATE FOR EACH KIND OF REVENUE, LOADED FROM PARAMS.dat BY
      * CPVIDIML.cpy, AND THE SCRATCH CPVIDIMC.cpy WORKS ON
      **
      *    RATES IN PERCENT. ON PARAMS.dat THEY ARE KEPT IN
      *    HUNDREDTHS OF A PERCENT (500 = 5,00%), THE WAY THE MONEY
      *    KNOBS ARE KEPT IN CENTAVOS: ALIQLOC RENTALS AND ALIQATR
      *    LATE FEES (MUNICIPAL SERVICE TAX), ALIQREP REPLACEMENT
      *    CHARGES AND ALIQVND EX-RENTAL SALES (STATE GOODS TAX).
       77  WRK-ALIQ-LOC             PIC 9(02)V9(02) VALUE 5,00.
       77  WRK-ALIQ-ATR             PIC 9(02)V9(02) VALUE 5,00.
       77  WRK-ALIQ-REP             PIC 9(02)V9(02) VALUE ZERO.
       77  WRK-ALIQ-VND             PIC 9(02)V9(02) VALUE 18,00.
      *
      *    IN: THE REVENUE TYPE (L=RENTAL A=LATE FEE R=REPLACEMENT
      *    V=SALE) AND THE GROSS AMOUNT. OUT: THE RATE USED AND THE
      *    TAX CONTAINED IN THE GROSS.
       77  WRK-IMP-TIPO             PIC X(01) VALUE SPACE.
       77  WRK-IMP-BASE             PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-IMP-ALIQ             PIC 9(02)V9(02) VALUE ZERO.
       77  WRK-IMP-VALOR            PIC 9(07)V9(02) VALUE ZERO.
