      **
      * COPY BOOK RECORD LAYOUT - MERCHANDISE SALE LINES (ITENSVND)
      * DATA FILE - THE ITEMS BEHIND A MERCHANDISE ROW ON VENDAS.dat.
      * THE BASKET IS ONE SALE, ONE PAYMENT AND ONE SLIP; THESE LINES
      * SAY WHAT WAS IN IT
      **
       01  REG-VIT.
           05 CHAVE-VIT.
              10 NUM-VND-VIT        PIC 9(05).
              10 SEQ-VIT            PIC 9(02).
           05 COD-MER-VIT           PIC 9(05).
           05 DESC-VIT              PIC X(30).
           05 QTDE-VIT              PIC 9(03).
           05 PRECO-VIT             PIC 9(05)V9(02).
           05 VALOR-VIT             PIC 9(05)V9(02).
