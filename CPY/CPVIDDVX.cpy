      **
      * COPY BOOK RECORD LAYOUT - DEFAULTER EXCHANGE FILE - THE LINE
      * SEQUENTIAL FILE SENT TO AND RECEIVED FROM THE PARTNER SHOPS,
      * ONE LINE PER DEFAULTER: CPF HASH, REASON ('C' COLLECTIONS,
      * 'B' BLOCKED FOR OVERDUE ITEMS OR UNPAID FEES) AND LIST DATE
      **
       01  REG-DVX.                 *> LRECL 19
           05 HASH-CPF-DVX          PIC 9(10).
           05 MOTIVO-DVX            PIC X(01).
           05 DATA-DVX              PIC 9(08).
