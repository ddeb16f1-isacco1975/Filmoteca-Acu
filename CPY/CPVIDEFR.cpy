      **
      * COPY BOOK RECORD LAYOUT - TAGS PER TITLE (ETQFILME) DATA
      * FILE - ONE ROW PER TAG PER TITLE, KEYED TAG-FIRST SO A SINGLE
      * START LANDS ON EVERY TITLE IN A COLLECTION, AS PALAVRAS.dat
      * DOES FOR TITLE WORDS. THE MOVIE CODE RIDES AGAIN OUTSIDE THE
      * KEY AS THE ALTERNATE THAT LISTS ONE TITLE'S TAGS
      **
       01  REG-EFI.
           05 CHAVE-EFI.
              10 COD-ETQ-EFI        PIC X(10).
              10 FILME-EFI          PIC 9(05).
           05 CODIGO-EFI            PIC 9(05).
           05 DATA-EFI              PIC 9(08).
           05 OPERADOR-EFI          PIC X(08).
