      **
      * COPY BOOK TERMINAL-LOCK LINKAGE (CALLERS OF BQVIDPRG) - THE
      * CALLER HANDS OVER AN IDLE TERMINAL AND GETS IT BACK ONLY
      * ONCE SOMEONE HAS SIGNED ON AGAIN: THE SAME OPERATOR WITH
      * THEIR PASSWORD, OR ANOTHER ONE TAKING THE COUNTER OVER. THE
      * ID AND PROFILE SIGNED ON FROM THEN ON COME BACK HERE, AND
      * BLQ-TROCOU SAYS THE COUNTER CHANGED HANDS.
      **
       01  LNK-BLOQUEIO.
           05 LNK-BLQ-ID            PIC X(08).
           05 LNK-BLQ-PERFIL        PIC X(01).
           05 LNK-BLQ-TROCA         PIC X(01).
              88 BLQ-TROCOU            VALUE 'S'.
              88 BLQ-MESMO             VALUE 'N'.
