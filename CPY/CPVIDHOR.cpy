      **
      * COPY BOOK RECORD LAYOUT - BRANCH OPENING HOURS DATA FILE -
      * ONE ROW PER BRANCH AND WEEKDAY (1 = MONDAY ... 7 = SUNDAY),
      * KEPT BY BRVIDPRG. WHICH DAYS THE SHOP IS SHUT STILL COMES
      * FROM THE SUNDAY RULE AND CALENDARIO.dat - THIS FILE ONLY
      * SAYS WHEN THE DOORS OPEN AND CLOSE ON THE DAYS IT TRADES.
      **
       01  REG-HOR.
           05 CHAVE-HOR.
              10 FILIAL-HOR         PIC X(02).
              10 DIA-SEMANA-HOR     PIC 9(01).
           05 ABRE-HOR              PIC X(05).
           05 FECHA-HOR             PIC X(05).
