      *    THE SAME VIDEOTECA-FILIAL VARIABLE THE LOAN DESK USES, SO
      *    THE BUDGET CONTROL CAN SLICE SPEND BY BRANCH.
           05 FILIAL-PED            PIC X(02).
      *    OUTBOUND ORDER FILE - 'S' ONCE THE LINE HAS GONE OUT ON
      *    THE DISTRIBUTOR'S PEDIDO-<CODE>.txt, WITH THE DAY IT WENT.
      *    BLANK ON LINES STILL TO GO AND ON ORDERS PHONED IN BEFORE
      *    THE FILE EXISTED.
           05 ENVIO-PED             PIC X(01).
              88 PED-TRANSMITIDO       VALUE 'S'.
           05 DATA-ENVIO-PED        PIC 9(08).
      *    COPIES ACTUALLY TAKEN IN - CAN FALL SHORT OF OR RUN OVER
      *    QTDE-PED WHEN THE BOX DID NOT MATCH THE ORDER. ZERO ON
      *    ORDERS RECEIVED BEFORE THE FIELD EXISTED, WHICH CAME IN
      *    FULL.
           05 QTDE-RECEB-PED        PIC 9(03).
      *    HOW MANY OF QTDE-PED ARE CUSTOMER PRE-ORDERS (PREVENDAS.dat)
      *    ADDED TO THE LINE - THOSE UNITS ARE SET ASIDE FOR THE
      *    CUSTOMERS WHEN THE GOODS COME IN AND NEVER JOIN THE RENTAL
      *    POOL. ZERO ON ORDERS RAISED BEFORE THE FIELD EXISTED.
           05 QTDE-CLI-PED          PIC 9(03).
