       01  REG-DIS.
           05 CODIGO-DIS            PIC X(02).
           05 DESC-DIS              PIC X(15).
      *    SUPPLIER MASTER - WHERE THEY ARE AND WHO TO CALL. SPACES ON
      *    DISTRIBUTORS FROM BEFORE THE FIELDS EXISTED.
           05 ENDERECO-DIS          PIC X(40).
           05 CIDADE-DIS            PIC X(25).
           05 UF-DIS                PIC X(02).
           05 CEP-DIS               PIC 9(08).
           05 CONTATO-DIS           PIC X(25).
           05 FONE-DIS              PIC X(15).
           05 EMAIL-DIS             PIC X(50).
      *    TRADING TERMS, ALL IN CALENDAR DAYS EXCEPT THE MINIMUM
      *    ORDER (REAIS). PRAZO-PAG-DIS DATES THE INVOICES IN
      *    FTVIDPRG, PRAZO-ENT-DIS THE EXPECTED DELIVERY OF A NEW
      *    PEVIDPRG ORDER, JANELA-RMA-DIS HOW LONG AFTER RECEIVING A
      *    COPY RMVIDPRG MAY STILL SEND IT BACK. ZERO MEANS NOT
      *    AGREED, AND EACH PROGRAM THEN BEHAVES AS IT ALWAYS DID.
           05 PRAZO-PAG-DIS         PIC 9(03).
           05 PRAZO-ENT-DIS         PIC 9(03).
           05 PEDIDO-MIN-DIS        PIC 9(07)V9(02).
           05 JANELA-RMA-DIS        PIC 9(03).
