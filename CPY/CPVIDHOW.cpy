      **
      * COPY BOOK BRANCH OPENING HOURS DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-HORARIOS              PIC X(02) VALUE '00'.
      *
      *    IN FOR CPVIDHOB.cpy - THE BRANCH AND THE DATE; OUT - THE
      *    WEEKDAY (1 = MONDAY ... 7 = SUNDAY) AND THAT DAY'S OPENING
      *    AND CLOSING TIMES (HH:MM). A BRANCH WITH NO ROW FOR THE
      *    WEEKDAY TRADES THE HOUSE HOURS BELOW.
       77  WRK-HOR-FILIAL           PIC X(02) VALUE SPACES.
       77  WRK-HOR-DATA             PIC 9(08) VALUE ZERO.
       77  WRK-HOR-DIA              PIC 9(01) VALUE ZERO.
       77  WRK-HOR-ABRE             PIC X(05) VALUE SPACES.
       77  WRK-HOR-FECHA            PIC X(05) VALUE SPACES.
       77  WRK-HOR-PADRAO-ABRE      PIC X(05) VALUE '10:00'.
       77  WRK-HOR-PADRAO-FECHA     PIC X(05) VALUE '22:00'.
      *
      *    AN OVERNIGHT TITLE IS DUE BACK AT NOON, WHATEVER THE
      *    BRANCH'S HOURS - 'S' WHEN THE LOAN BEING STAMPED IS ONE.
       77  WRK-HOR-MEIODIA          PIC X(05) VALUE '12:00'.
       77  WRK-HOR-OVN              PIC X(01) VALUE 'N'.
