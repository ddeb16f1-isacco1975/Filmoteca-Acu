           05 PLA-STATUS            PIC X(01).
              88 PLA-ATIVO             VALUE 'A'.
              88 PLA-ENCERRADO         VALUE 'E'.
      *    PERCENT OFF THE MEMBER'S OWN FILM CLUB TICKET (CNVIDPRG) -
      *    ZERO GIVES NONE. MEMBERS ON THE HOUSE TERMS GET PARAMETER
      *    CINEDESC INSTEAD.
           05 DESC-EVENTO-PLA       PIC 9(02).
