      *    BIRTH DATE.
           05 CLASSIF-FIL           PIC X(02).
              88 CLASSIF-LIVRE         VALUE 'L ' '  '.
      *    AGEING GUARD - 'Y' PINS CLASSE-PRECO AND CLASSE-EMP-FIL AT
      *    WHATEVER WAS KEYED, SO THE NIGHTLY AGEING STEP (EVVIDPRG)
      *    LEAVES A SPECIAL CASE ALONE. BLANK LETS THE TITLE AGE FROM
      *    NOVIDADE TO STANDARD TO CATALOGUE WITH ITS RECEIVING DATE.
           05 FIXA-CLASSE-FIL       PIC X(01).
              88 CLASSE-FIXA           VALUE 'Y' 'y'.
      *    STREET DATE (AAAAMMDD) - THE DISTRIBUTOR'S OFFICIAL RELEASE
      *    DAY. BEFORE IT THE LOAN DESK ONLY TAKES HOLDS ON THE TITLE
      *    UNLESS A SUPERVISOR OVERRIDES, AND ON THE MORNING ITSELF
      *    ETVIDPRG RELEASES THE HOLDS IN QUEUE ORDER. ZERO MEANS NO
      *    EMBARGO.
           05 DATA-ESTREIA-FIL      PIC 9(08).
      *    MEDIA TYPE - 'F' (OR BLANK, EVERYTHING CATALOGUED BEFORE
      *    THE GAME SHELF OPENED) IS A FILM, 'G' A CONSOLE GAME. A
      *    GAME HAS NO DURACAO AND NO CAST, ITS COPIES CARRY A
      *    PLATFORM CODE FROM PLATAFORMAS.dat IN FORMATO-COP, AND IT
      *    RENTS AT THE GAME PRICE AND PERIOD (PARAMS.dat) WHATEVER
      *    ITS PRICE/LOAN CLASS. CLASSIF-FIL HOLDS THE MINIMUM AGE OF
      *    THE GAME'S RATING JUST AS IT DOES A FILM'S.
           05 TIPO-MIDIA-FIL        PIC X(01).
              88 MIDIA-FILME           VALUE 'F' ' '.
              88 MIDIA-JOGO            VALUE 'G'.
