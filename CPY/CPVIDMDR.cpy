      **
      * COPY BOOK RECORD LAYOUT - DOCUMENT TEMPLATES (MODELOS) DATA
      * FILE - THE SHOP HEADER AND BODY WORDING OF EACH LETTER, SLIP
      * AND NOTICE THE SYSTEM PRINTS. BRANCH '00' IS THE GENERAL
      * TEMPLATE; A BRANCH'S OWN ROW NEEDS TO CARRY ONLY WHAT DIFFERS
      * (TYPICALLY ITS HEADER) - A BLANK HEADER OR BODY FALLS BACK TO
      * THE GENERAL ROW, AND WITH NO ROW AT ALL THE PROGRAMS PRINT
      * THEIR STANDARD WORDING (SEE MXVIDPRG).
      *
      * PLACEHOLDERS, REPLACED WHEN THE DOCUMENT IS PRINTED:
      *    {NOME}     BORROWER NAME        {DOC}    LOAN/SALE/ACCOUNT
      *    {DATA}     TODAY DD/MM/AAAA     {HORA}   TIME HH:MM
      *    {PREVISTA} DUE DATE             {VALOR}  AMOUNT
      *    {FILIAL}   BRANCH CODE
      * AND A BODY LINE HOLDING {ITENS} MARKS WHERE THE PROGRAM'S OWN
      * ITEM/AMOUNT LINES GO.
      **
       01  REG-MOD.
           05 CHAVE-MOD.
      *       A1 FIRST OVERDUE NOTICE   A2 FINAL OVERDUE NOTICE
      *       SR CHECKOUT SLIP          SD RETURN SLIP
      *       SV SALE SLIP              CO COLLECTIONS HAND-OFF
      *       IN FILM CLUB TICKET
              10 TIPO-MOD           PIC X(02).
              10 FILIAL-MOD         PIC X(02).
           05 CAB-MOD.
              10 LINHA-CAB-MOD      PIC X(60) OCCURS 3 TIMES.
           05 CORPO-MOD.
              10 LINHA-CORPO-MOD    PIC X(60) OCCURS 10 TIMES.
           05 DATA-ALT-MOD          PIC 9(08).
           05 OPERADOR-MOD          PIC X(08).
