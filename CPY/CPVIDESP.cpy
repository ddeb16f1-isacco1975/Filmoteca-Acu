      **
      * COPY BOOK RECORD LAYOUT - EDITION SPECS (EDICOES) DATA FILE -
      * WHAT IS ON THE DISC OF ONE TITLE IN ONE FORMAT (OR, FOR A
      * GAME, ONE PLATFORM): AUDIO TRACKS AND SUBTITLES AS TWO-LETTER
      * LANGUAGE CODES (PT, EN, ES ...), THE REGION CODE, THE ASPECT
      * RATIO AND THE EXTRAS. THE DVD AND THE VHS OF THE SAME FILM
      * ARE TWO RECORDS.
      **
       01  REG-EDI.
           05 CHAVE-EDI.
              10 CODIGO-EDI         PIC 9(05).
              10 FORMATO-EDI        PIC X(03).
           05 TAB-AUDIO-EDI.
              10 AUDIO-EDI          PIC X(02) OCCURS 4 TIMES.
           05 TAB-LEGENDA-EDI.
              10 LEGENDA-EDI        PIC X(02) OCCURS 6 TIMES.
           05 REGIAO-EDI            PIC X(03).
           05 ASPECTO-EDI           PIC X(06).
           05 COMENTARIO-EDI        PIC X(01).
              88 EDI-COMENTARIO        VALUE 'S'.
           05 EXTRAS-EDI            PIC X(30).
           05 DATA-EDI              PIC 9(08).
           05 OPERADOR-EDI          PIC X(08).
