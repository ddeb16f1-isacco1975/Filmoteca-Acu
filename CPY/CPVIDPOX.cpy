      **
      * COPY BOOK RECORD LAYOUT - OUTBOUND PURCHASE ORDER LINE AS
      * SENT TO THE DISTRIBUTOR (PEDIDO-<DISTRIBUTOR CODE>.txt),
      * FIXED WIDTH, NUMBERS ZERO-FILLED, COST WITH TWO IMPLIED
      * DECIMALS.
      **
       01  REG-POX.
           05 NUM-PED-POX           PIC 9(05).
           05 COD-DIS-POX           PIC X(02).
           05 FILIAL-POX            PIC X(02).
           05 CODIGO-POX            PIC 9(05).
           05 TITULO-POX            PIC X(45).
           05 QTDE-POX              PIC 9(03).
           05 VALOR-UNIT-POX        PIC 9(05)V9(02).
           05 DATA-PED-POX          PIC 9(08).
           05 DATA-PREV-POX         PIC 9(08).
      *    HOW MANY OF QTDE-POX ARE CUSTOMER ORDERS, SO THE
      *    DISTRIBUTOR CAN SHIP THEM ON LAUNCH DAY - ZERO WHEN NONE.
           05 QTDE-CLI-POX          PIC 9(03).
