              88 FAT-DIVERGENTE        VALUE 'D'.
              88 FAT-PAGA              VALUE 'G'.
           05 MOTIVO-FAT            PIC X(20).
      *    WHEN THE INVOICE FALLS DUE - THE INVOICE DATE PLUS THE
      *    DISTRIBUTOR'S PAYMENT TERMS (PRAZO-PAG-DIS) WHEN IT IS
      *    KEYED. ZERO WHEN NO TERMS ARE ON THE SUPPLIER MASTER AND ON
      *    INVOICES FROM BEFORE THE FIELD EXISTED.
           05 DATA-VENC-FAT         PIC 9(08).
