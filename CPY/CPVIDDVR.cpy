      **
      * COPY BOOK RECORD LAYOUT - PARTNER DEFAULTER LIST (DEVEDORES)
      * DATA FILE - ONE ROW PER DEFAULTER ON EACH PARTNER SHOP'S
      * LAST IMPORTED LIST. THE PERSON IS KNOWN ONLY BY THE HASH OF
      * THEIR CPF (CPVIDHCF.cpy) - NO NAME EVER CROSSES BETWEEN SHOPS
      **
       01  REG-DEV.
           05 CHAVE-DEV.
              10 COD-PRC-DEV        PIC X(02).
              10 HASH-CPF-DEV       PIC 9(10).
           05 MOTIVO-DEV            PIC X(01).
              88 DEV-COBRANCA          VALUE 'C'.
              88 DEV-BLOQUEADO         VALUE 'B'.
      *    DATE THE PARTNER DREW UP ITS LIST, AND THE DAY WE LOADED IT.
           05 DATA-LISTA-DEV        PIC 9(08).
           05 DATA-IMP-DEV          PIC 9(08).
