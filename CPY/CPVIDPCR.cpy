      **
      * COPY BOOK RECORD LAYOUT - PETTY CASH AND SAFE DROPS (MOVCAIXA)
      * DATA FILE - ONE ROW PER AMOUNT TAKEN OUT OF A DRAWER DURING
      * A SHIFT BY PCVIDPRG: A PAY-OUT FOR A SMALL EXPENSE (MILK,
      * POSTAGE, A COURIER) OR A DROP OF EXCESS NOTES INTO THE SAFE.
      * BOTH COME OFF THE SESSION'S EXPECTED CASH AT THE EDVIDPRG
      * CASH-UP AND ARE BOOKED BY THE CBVIDPRG JOURNAL EXPORT.
      **
       01  REG-MCX.
           05 NUM-MCX               PIC 9(06).
           05 DATA-MCX              PIC 9(08).
           05 HORA-MCX              PIC X(05).
      *    THE DRAWER SESSION (CAIXA.dat) THE MONEY CAME OUT OF.
           05 NUM-CXS-MCX           PIC 9(05).
           05 OPERADOR-MCX          PIC X(08).
           05 TIPO-MCX              PIC X(01).
              88 MCX-DESPESA           VALUE 'D'.
              88 MCX-COFRE             VALUE 'C'.
      *    WHAT A PAY-OUT WAS FOR - EACH CATEGORY HAS ITS OWN EXPENSE
      *    ACCOUNT IN THE JOURNAL. SPACE ON A SAFE DROP.
           05 CATEGORIA-MCX         PIC X(01).
              88 MCX-CAT-COPA          VALUE 'K'.
              88 MCX-CAT-CORREIO       VALUE 'P'.
              88 MCX-CAT-TRANSPORTE    VALUE 'T'.
              88 MCX-CAT-MATERIAL      VALUE 'M'.
              88 MCX-CAT-OUTROS        VALUE 'O'.
              88 MCX-CAT-VALIDA        VALUE 'K' 'P' 'T' 'M' 'O'.
      *    RECEIPT OR DOCUMENT NUMBER FOR A PAY-OUT, BAG OR SEAL
      *    NUMBER FOR A SAFE DROP.
           05 REFERENCIA-MCX        PIC X(20).
           05 VALOR-MCX             PIC 9(05)V9(02).
      *    THE SECOND OPERATOR WHO WATCHED A SAFE DROP AND SIGNED
      *    FOR IT WITH THEIR OWN PASSWORD - SPACES ON A PAY-OUT.
           05 TESTEMUNHA-MCX        PIC X(08).
