      **
      * COPY BOOK RECORD LAYOUT - BORROWER ALERT MEMO DATA FILE -
      * SHORT NOTES THE DESK ATTACHES TO A BORROWER (LCVIDPRG) AND
      * THAT EMVIDPRG POPS UP AT CHECKOUT UNTIL THEY EXPIRE OR ARE
      * CANCELLED. KEYED BY BORROWER AND A RUNNING SEQUENCE, SO ONE
      * BORROWER'S MEMOS READ TOGETHER IN ORDER OF ENTRY
      **
       01  REG-MEM.
           05 CHAVE-MEM.
              10 NUM-LOC-MEM        PIC 9(05).
              10 SEQ-MEM            PIC 9(03).
           05 TEXTO-MEM             PIC X(50).
           05 DATA-MEM              PIC 9(08).
           05 DATA-EXP-MEM          PIC 9(08).
           05 OPERADOR-MEM          PIC X(08).
           05 MEM-STATUS            PIC X(01).
              88 MEM-ATIVO             VALUE 'A'.
              88 MEM-CANCELADO         VALUE 'C'.
