      **
      * COPY BOOK DOCUMENT TEMPLATE LINKAGE (CALLERS OF MXVIDPRG) -
      * THE CALLER NAMES THE DOCUMENT AND PASSES THE VALUES FOR ITS
      * PLACEHOLDERS; MXVIDPRG HANDS BACK THE HEADER AND BODY LINES
      * READY TO PRINT. FUNCTION 'M' BUILDS THE DOCUMENT FROM
      * MODELOS.dat (BRANCH ROW, THEN GENERAL ROW, THEN THE STANDARD
      * WORDING); 'P' RETURNS THE STANDARD WORDING UNEXPANDED, AS A
      * STARTING POINT FOR THE TEMPLATE EDITOR. A BLANK BRANCH MEANS
      * THIS TERMINAL'S (VIDEOTECA-FILIAL, '01' WHEN NOT SET).
      **
       01  LNK-MODELO.
           05 LNK-MOD-FUNCAO        PIC X(01).
           05 LNK-MOD-TIPO          PIC X(02).
           05 LNK-MOD-FILIAL        PIC X(02).
           05 LNK-MOD-NOME          PIC X(40).
           05 LNK-MOD-DOC           PIC X(10).
           05 LNK-MOD-DATA          PIC X(10).
           05 LNK-MOD-HORA          PIC X(05).
           05 LNK-MOD-PREVISTA      PIC X(10).
           05 LNK-MOD-VALOR         PIC X(12).
      *    RETURNED - PAPER WIDTH OF THE DOCUMENT, WHERE EACH PART
      *    CAME FROM ('F' BRANCH ROW, 'G' GENERAL ROW, 'P' STANDARD
      *    WORDING), AND THE BODY LINE HOLDING {ITENS} (ZERO WHEN
      *    THE TEMPLATE HAS NONE - THE ITEMS THEN FOLLOW THE BODY).
           05 LNK-MOD-LARGURA       PIC 9(03).
           05 LNK-MOD-ORIGEM-CAB    PIC X(01).
           05 LNK-MOD-ORIGEM-CORPO  PIC X(01).
           05 LNK-MOD-ITENS-POS     PIC 9(02).
           05 LNK-MOD-CAB-QTD       PIC 9(02).
           05 TAB-MOD-CAB.
              10 EL-MOD-CAB         PIC X(80) OCCURS 3 TIMES.
           05 LNK-MOD-CORPO-QTD     PIC 9(02).
           05 TAB-MOD-CORPO.
              10 EL-MOD-CORPO       PIC X(80) OCCURS 10 TIMES.
      *    '00' OK, '20' UNKNOWN DOCUMENT TYPE
           05 LNK-MOD-STATUS        PIC X(02).
