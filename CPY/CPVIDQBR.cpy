      **
      * COPY BOOK RECORD LAYOUT - LOSS LEDGER (QUEBRAS) FILE - ONE
      * ROW PER STOCK LOSS THAT LEAVES NO DATED TRACE ON THE MASTER
      * FILES: SHRINKAGE POSTED AT A STOCKTAKE (IVVIDPRG) AND COPIES
      * WRITTEN OFF AT THE COPY REGISTER (CRVIDPRG) OR UNDER AN
      * INSURANCE CLAIM (SIVIDPRG). LOST AND DAMAGED
      * LOANS, COLLECTIONS AND TRANSFERS ARE READ STRAIGHT FROM
      * THEIR OWN FILES BY THE LOSS REPORT (QBVIDPRG).
      **
       01  REG-QBR.                 *> LRECL 40
           05 DATA-QBR              PIC 9(08).
           05 ORIGEM-QBR            PIC X(01).
              88 QBR-INVENTARIO        VALUE 'I'.
              88 QBR-BAIXA             VALUE 'B'.
           05 FILIAL-QBR            PIC X(02).
           05 CODIGO-QBR            PIC 9(05).
      *    ZERO ON A STOCKTAKE ROW - THE COUNT IS BY TITLE, NOT BY
      *    COPY, SO FORMATO-QBR IS SPACES THERE TOO.
           05 NUM-COPIA-QBR         PIC 9(03).
           05 FORMATO-QBR           PIC X(03).
           05 QTDE-QBR              PIC 9(03).
           05 OPERADOR-QBR          PIC X(08).
           05 FILLER                PIC X(07).
