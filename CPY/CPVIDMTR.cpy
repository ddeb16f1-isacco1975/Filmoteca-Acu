      **
      * COPY BOOK RECORD LAYOUT - MAINTENANCE FLAG (MANUTENCAO.txt)
      **
       01  REG-MNT.
           05 MNT-FLAG              PIC X(01).
              88 MNT-LIGADA                   VALUE 'S'.
           05 FILLER                PIC X(01).
      *    DD/MM/AAAA HH:MM WHEN THE FLAG LAST CHANGED
           05 MNT-DESDE             PIC X(16).
           05 FILLER                PIC X(01).
      *    PROGRAM (OR OPERATOR) THAT LAST CHANGED IT
           05 MNT-ORIGEM            PIC X(08).
