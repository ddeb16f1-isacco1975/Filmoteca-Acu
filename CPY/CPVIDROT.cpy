      **
      * COPY BOOK RECORD LAYOUT - STAFF ROTA (ESCALAS) DATA FILE -
      * ONE ROW PER PLANNED SHIFT: WHICH OPERATOR WORKS AT WHICH
      * BRANCH ON WHICH DAY, FROM WHEN TO WHEN (HH:MM). KEPT BY THE
      * ROTA PROGRAM (SHVIDPRG) AND CHECKED AGAINST THE TIME CLOCK
      * (RELOGIO.dat) BY ITS WEEKLY HOURS REPORT.
      **
       01  REG-ESC.
           05 CHAVE-ESC.
              10 FILIAL-ESC         PIC X(02).
              10 DATA-ESC           PIC 9(08).
              10 ID-OPE-ESC         PIC X(08).
           05 HORA-INI-ESC          PIC X(05).
           05 HORA-FIM-ESC          PIC X(05).
      *    THE SUPERVISOR WHO PLANNED (OR LAST CHANGED) THE SHIFT.
           05 AUTOR-ESC             PIC X(08).
