           05 NUM-LOC               PIC 9(05).
           05 NOME-LOC              PIC X(20).
           05 FONE-LOC              PIC X(12).
      *    ONE-LINE ADDRESS FOR SCREENS AND LISTS - BUILT FROM THE
      *    STRUCTURED POSTAL ADDRESS BELOW WHEN THE BORROWER IS SAVED.
      *    ON A ROW NOT YET SPLIT (LOGRADOURO-LOC BLANK) IT IS STILL
      *    THE FREE TEXT AS ORIGINALLY KEYED.
           05 ENDERECO-LOC          PIC X(30).
           05 DATA-CADASTRO-LOC     PIC 9(08).
           05 LOC-STATUS            PIC X(01).
      *    THE FEES FINALLY SETTLE. THE CHECKOUT DESK SHOWS IT.
           05 LOC-COBRANCA          PIC X(01).
              88 EM-COBRANCA           VALUE 'S'.
      *    CHARGE ACCOUNTS - A SCHOOL, CLUB OR HOTEL IS A BORROWER OF
      *    TYPE 'C' CARRYING THE CREDIT LIMIT, THE PAYMENT TERMS IN
      *    DAYS (ZERO TAKES PARAMETER FATPRAZO) AND WHAT IT OWES:
      *    CHARGES NOT YET INVOICED PLUS INVOICES NOT YET PAID. THE
      *    PEOPLE AUTHORISED TO RENT ON IT ARE ORDINARY BORROWERS
      *    WHOSE CONTA-LOC POINTS AT THE ACCOUNT - ZERO MEANS THEY
      *    PAY AT THE COUNTER.
           05 TIPO-LOC              PIC X(01).
              88 LOC-PESSOA            VALUE 'P' ' '.
              88 LOC-CONTA             VALUE 'C'.
           05 CONTA-LOC             PIC 9(05).
           05 LIMITE-CRED-LOC       PIC 9(07)V9(02).
           05 PRAZO-LOC             PIC 9(03).
           05 SALDO-CONTA-LOC       PIC 9(07)V9(02).
      *    NATIONAL ID (CPF), ELEVEN DIGITS WITH ITS CHECK DIGITS -
      *    ZERO MEANS NOT ON FILE (CHARGE ACCOUNTS HAVE NONE). NO TWO
      *    ACTIVE BORROWERS MAY SHARE ONE; IT IS AN ALTERNATE KEY SO
      *    THE DESK CAN FIND SOMEONE BY IT.
           05 CPF-LOC               PIC 9(11).
      *    STRUCTURED POSTAL ADDRESS - STREET, NUMBER, COMPLEMENT,
      *    DISTRICT, CITY, STATE AND CEP, FILLED FROM THE CEPS.dat
      *    REFERENCE AS THE CEP IS KEYED. LETTERS PRINT THEIR POSTAL
      *    BLOCK FROM THESE (CPVIDEPB.cpy).
           05 LOGRADOURO-LOC        PIC X(40).
           05 NUMERO-END-LOC        PIC X(06).
           05 COMPL-END-LOC         PIC X(15).
           05 BAIRRO-LOC            PIC X(25).
           05 CIDADE-LOC            PIC X(25).
           05 UF-LOC                PIC X(02).
           05 CEP-LOC               PIC 9(08).
           05 CEP-LOC-R REDEFINES CEP-LOC.
              10 CEP-PREFIXO-LOC    PIC 9(05).
              10 CEP-SUFIXO-LOC     PIC 9(03).
      *    CONTACT CHANNELS - E-MAIL, MOBILE, AND HOW EACH KIND OF
      *    NOTICE ON NOTIFICA.dat IS TO REACH THE BORROWER: 'C'
      *    LETTER, 'E' E-MAIL, 'S' SMS TO THE MOBILE, 'T' TELEPHONE
      *    CALL. SPACE KEEPS THE HOUSE HABIT - A LETTER FOR OVERDUE
      *    AND FINAL NOTICES, A CALL FOR RESERVATIONS AND ARRIVALS.
      *    CANAL-LOC RUNS IN THAT ORDER (SEE NQVIDPRG).
           05 EMAIL-LOC             PIC X(50).
           05 CELULAR-LOC           PIC X(15).
           05 CANAIS-LOC.
              10 CANAL-ATRASO-LOC   PIC X(01).
              10 CANAL-FINAL-LOC    PIC X(01).
              10 CANAL-RESERVA-LOC  PIC X(01).
              10 CANAL-CHEGADA-LOC  PIC X(01).
           05 CANAIS-LOC-R REDEFINES CANAIS-LOC.
              10 CANAL-LOC          PIC X(01) OCCURS 4 TIMES.
      *    MARKETING CONSENT - 'S' OPTED IN, 'N' OPTED OUT, SPACE
      *    NEVER ASKED (NOTHING TO PROVE, SO NO MARKETING EITHER),
      *    AND THE DATE IT WAS LAST GIVEN OR WITHDRAWN. EVERY CHANGE
      *    IS WRITTEN TO THE AUDIT LOG AS CONSMKT - THAT TRAIL IS THE
      *    PROOF OF CONSENT.
           05 CONSENT-MKT-LOC       PIC X(01).
              88 MKT-CONSENTIU         VALUE 'S'.
              88 MKT-RECUSOU           VALUE 'N'.
           05 DATA-CONSENT-MKT-LOC  PIC 9(08).
      *    MEMBER CARD CURRENTLY IN THE BORROWER'S HANDS (CARTOES.dat,
      *    ISSUED BY MCVIDPRG) - ZERO UNTIL ONE IS ISSUED. A REPLACED
      *    CARD STAYS ON CARTOES.dat AS CANCELLED.
           05 CARTAO-LOC            PIC 9(08).
      *    SELF-SERVICE KIOSK (KSVIDPRG) - THE FOUR-DIGIT PIN KEYED
      *    WITH THE CARD, SET AT THE DESK IN MCVIDPRG, AND THE WRONG
      *    PINS IN A ROW SINCE THE LAST GOOD ONE. ZERO PIN MEANS THE
      *    KIOSK IS NOT OPEN TO THE BORROWER; AT THE CEILING THE CARD
      *    IS LOCKED OUT OF THE KIOSK UNTIL THE DESK SETS A NEW PIN.
           05 PIN-LOC               PIC 9(04).
           05 TENT-PIN-LOC          PIC 9(01).
