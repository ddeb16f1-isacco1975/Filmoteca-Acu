      **
      * COPY BOOK RECORD LAYOUT - CHARGE-ACCOUNT INVOICES (FATCONTA)
      * DATA FILE - ONE ROW PER MONTH-END INVOICE RAISED ON A CHARGE
      * ACCOUNT BY FCVIDPRG, PAID OFF IN TXVIDPRG AND AGED BY
      * CAVIDPRG
      **
       01  REG-CVN.
           05 NUM-CVN               PIC 9(06).
           05 CONTA-CVN             PIC 9(05).
           05 PERIODO-CVN           PIC 9(06).
           05 DATA-CVN              PIC 9(08).
           05 VENC-CVN              PIC 9(08).
           05 VALOR-CVN             PIC 9(07)V9(02).
           05 PAGO-CVN              PIC 9(07)V9(02).
           05 DATA-QUIT-CVN         PIC 9(08).
           05 CVN-STATUS            PIC X(01).
              88 CVN-ABERTA            VALUE 'A'.
              88 CVN-QUITADA           VALUE 'Q'.
