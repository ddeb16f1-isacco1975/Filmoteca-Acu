      **
      * COPY BOOK RECORD LAYOUT - FISCAL RECEIPT REGISTER (FISCAL)
      * DATA FILE - ONE ROW PER FISCAL NUMBER EVER HANDED OUT. THE
      * NUMBERS RUN UNBROKEN: A NUMBER IS TAKEN ONLY WHEN A SLIP IS
      * ACTUALLY PRINTED, AND A SLIP SPOILED OR ISSUED IN ERROR IS
      * VOIDED (STATUS C) BUT NEVER DELETED OR REUSED
      **
       01  REG-FIS.
           05 NUM-FIS               PIC 9(07).
           05 DATA-FIS              PIC 9(08).
           05 HORA-FIS              PIC X(05).
           05 ORIGEM-FIS            PIC X(01).
              88 FIS-RETIRADA          VALUE 'E'.
              88 FIS-DEVOLUCAO         VALUE 'D'.
              88 FIS-VENDA             VALUE 'V'.
      *    THE LOAN (FIRST LOAN OF A SET) OR THE SALE THE SLIP IS FOR.
           05 NUM-DOC-FIS           PIC 9(05).
           05 VALOR-FIS             PIC 9(07)V9(02).
           05 IMPOSTO-FIS           PIC 9(07)V9(02).
           05 OPERADOR-FIS          PIC X(08).
           05 STATUS-FIS            PIC X(01).
              88 FIS-EMITIDO           VALUE 'E'.
              88 FIS-CANCELADO         VALUE 'C'.
           05 DATA-CANC-FIS         PIC 9(08).
           05 MOTIVO-CANC-FIS       PIC X(08).
           05 APROV-CANC-FIS        PIC X(08).
