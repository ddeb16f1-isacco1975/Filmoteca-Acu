      **
      * COPY BOOK RECORD LAYOUT - GAME PLATFORM MASTER (PLATAFORMAS)
      * DATA FILE - THE CONSOLE CODES A GAME COPY'S FORMATO-COP MUST
      * COME FROM, WITH THE FAMILY THE COUNTER ASKS BY ("HAVE YOU GOT
      * IT FOR PLAYSTATION?"). A PLATFORM IS RETIRED, NEVER DELETED -
      * OLD COPIES STILL CARRY ITS CODE.
      **
       01  REG-PLT.
           05 COD-PLT               PIC X(03).
           05 DESC-PLT              PIC X(20).
           05 FAMILIA-PLT           PIC X(12).
           05 STATUS-PLT            PIC X(01).
              88 PLT-ATIVA             VALUE 'A'.
              88 PLT-RETIRADA          VALUE 'R'.
