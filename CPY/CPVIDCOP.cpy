           05 CHAVE-COP.
              10 CODIGO-COP         PIC 9(05).
              10 NUM-COPIA          PIC 9(03).
      *    A FILM COPY'S FORMAT (VHS/DVD/BLU). A GAME COPY CARRIES
      *    ITS PLATFORM CODE FROM PLATAFORMAS.dat HERE INSTEAD.
           05 FORMATO-COP           PIC X(03).
              88 FORMATO-VHS           VALUE 'VHS'.
              88 FORMATO-DVD           VALUE 'DVD'.
      *    ON ROWS FROM BEFORE THE FIELD EXISTED. THE COPY LIFECYCLE
      *    REPORT COUNTS LOANS SINCE THIS DATE.
           05 DATA-COND-COP         PIC 9(08).
      *    FIXED-ASSET REGISTER - FILLED IN BY THE MONTHLY
      *    DEPRECIATION RUN (AFVIDPRG) THE FIRST MONTH IT FINDS THE
      *    COPY IN SERVICE: THE TITLE'S CUSTO-AQUISICAO AT THAT DATE,
      *    THE USEFUL LIFE IN MONTHS IT IS WRITTEN DOWN OVER, WHAT
      *    HAS BEEN CHARGED SO FAR AND THE LAST MONTH CHARGED.
      *    DATA-BAIXA-COP IS THE DAY THE REMAINING BOOK VALUE WAS
      *    WRITTEN OFF (CPVIDATB.cpy). ALL ZERO ON A COPY NOT YET
      *    ON THE REGISTER.
           05 CUSTO-COP             PIC 9(05)V9(02).
           05 DATA-AQUIS-COP        PIC 9(08).
           05 VIDA-COP              PIC 9(03).
           05 DEPREC-ACUM-COP       PIC 9(05)V9(02).
           05 PER-DEPREC-COP        PIC 9(06).
           05 DATA-BAIXA-COP        PIC 9(08).
      *    SET BY THE COMPLAINT DESK (CQVIDPRG) WHEN THE COPY HAS DRAWN
      *    REPEATED DISC-FAULT COMPLAINTS SINCE ITS CONDITION WAS LAST
      *    GRADED - PULL IT AND LOOK AT IT. CLEARED WHEN THE COPY IS
      *    RE-GRADED IN CRVIDPRG.
           05 INSPECAO-COP          PIC X(01).
              88 COP-INSPECIONAR       VALUE 'S'.
      *    SET BY THE LOAN DESK AND THE KIOSK WHEN THE COPY COMES BACK,
      *    SO IT SITS ON THE RETURNS PILE UNTIL THE RE-SHELVING
      *    WORKSHEET (PUVIDPRG) SENDS IT TO ITS BAY OR THE HOLD SHELF
      *    AND CLEARS IT.
           05 ARRUMAR-COP           PIC X(01).
              88 COP-A-ARRUMAR         VALUE 'S'.
