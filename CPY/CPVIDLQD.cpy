      **
      * COPY BOOK RECORD LAYOUT - CARD SETTLEMENTS (LIQUIDACOES) DATA
      * FILE - ONE ROW PER LINE EVER IMPORTED FROM THE ACQUIRER'S
      * SETTLEMENT FILE, KEYED ON THE ACQUIRER'S OWN REFERENCE SO A
      * FILE LOADED TWICE IS NOT COUNTED TWICE
      **
       01  REG-LIQ.
           05 REF-LIQ               PIC X(12).
           05 NUM-CXS-LIQ           PIC 9(05).
           05 DATA-LIQ              PIC 9(08).
           05 VALOR-LIQ             PIC 9(07)V9(02).
           05 TAXA-LIQ              PIC 9(05)V9(02).
           05 STATUS-LIQ            PIC X(01).
              88 LIQ-CONCILIADA        VALUE 'C'.
              88 LIQ-DESCONHECIDA      VALUE 'D'.
      *    WHAT IT MATCHED - P = PAGAMENTOS.dat ROW, V = VENDAS.dat
      *    SALE, S = PREVENDAS.dat PRE-ORDER DEPOSIT, WITH ITS NUMBER.
      *    BLANK/ZERO ON AN UNKNOWN LINE.
           05 TIPO-DOC-LIQ          PIC X(01).
           05 NUM-DOC-LIQ           PIC 9(07).
           05 DATA-IMP-LIQ          PIC 9(08).
