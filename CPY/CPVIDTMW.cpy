      **
      * COPY BOOK IDLE-SESSION TIMEOUT WORKBOOK (WORKING-STORAGE) -
      * HOW LONG A MENU MAY SIT UNTOUCHED BEFORE THE TERMINAL LOCKS.
      * CPVIDTMS.cpy REFRESHES IT FROM VIDEOTECA-INATIVO, WHICH
      * MNVIDPRG EXPORTS AT START-UP FROM PARAMS.dat CODE INATIVO
      * (MINUTES); THE COMPILED-IN FIVE MINUTES COVER A PROGRAM RUN
      * ON ITS OWN OR AN INSTALL THAT NEVER SET THE CODE.
      **
       77  WRK-TMO-SEGUNDOS         PIC 9(05) VALUE 00300.
       77  WRK-TMO-TXT              PIC X(05) VALUE SPACES.
