      **
      * COPY BOOK RECORD LAYOUT - REVENUE-SHARE STATEMENTS (REPASSES)
      * DATA FILE - ONE ROW PER MONTH, DISTRIBUTOR AND TITLE, WRITTEN
      * BY THE MONTHLY STATEMENT RUN (RDVIDPRG). DEVIDO-RPS IS WHAT
      * THE SHOP OWES THE DISTRIBUTOR FOR THE MONTH - THE SHARE OF
      * THE RENTALS OR THE MINIMUM GUARANTEE, WHICHEVER IS MORE
      **
       01  REG-RPS.
           05 CHAVE-RPS.
              10 PERIODO-RPS        PIC 9(06).
              10 COD-DIS-RPS        PIC X(02).
              10 CODIGO-RPS         PIC 9(05).
           05 RECEITA-RPS           PIC 9(07)V9(02).
           05 QTDE-PAG-RPS          PIC 9(05).
           05 PERC-RPS              PIC 9(02)V9(02).
           05 PARTE-RPS             PIC 9(07)V9(02).
           05 MINIMO-RPS            PIC 9(05)V9(02).
           05 DEVIDO-RPS            PIC 9(07)V9(02).
           05 DATA-GER-RPS          PIC 9(08).
