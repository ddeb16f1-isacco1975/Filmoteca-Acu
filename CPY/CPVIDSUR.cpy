      **
      * COPY BOOK RECORD LAYOUT - SUSPICIOUS-ACTIVITY HITS (SUSPEITAS)
      * DATA FILE - ONE ROW PER PATTERN THE NIGHTLY EXCEPTION RUN
      * (SUVIDPRG) FOUND, KEPT UNTIL A SUPERVISOR HAS LOOKED AT IT.
      * THE NEXT NIGHT REFRESHES A ROW STILL PENDING INSTEAD OF
      * WRITING IT AGAIN, AND LEAVES A REVIEWED ONE ALONE UNLESS THE
      * COUNT BEHIND IT HAS MOVED.
      **
       01  REG-SUS.
           05 NUM-SUS               PIC 9(06).
      *    WHAT WAS FOUND AND ABOUT WHOM - THE BORROWER NUMBER (THE
      *    LOWEST ONE OF THE GROUP FOR A SHARED ADDRESS OR PHONE) OR
      *    THE OPERATOR ID.
           05 CHAVE-SUS.
              10 TIPO-SUS           PIC X(01).
      *          NEW BORROWER TAKING HIGH-VALUE TITLES IN THEIR
      *          FIRST DAYS.
                 88 SUS-NOVO-VALIOSO   VALUE 'N'.
      *          SEVERAL ACCOUNTS AT ONE ADDRESS / ON ONE PHONE.
                 88 SUS-MESMO-ENDER    VALUE 'E'.
                 88 SUS-MESMO-FONE     VALUE 'F'.
      *          REPEATED LOST-COPY DECLARATIONS.
                 88 SUS-PERDAS         VALUE 'P'.
      *          OPERATOR WELL ABOVE THEIR PEERS ON AGE OVERRIDES,
      *          FEE WAIVERS OR CHECKOUT VOIDS.
                 88 SUS-OPER-CLASSIF   VALUE 'I'.
                 88 SUS-OPER-ISENCAO   VALUE 'T'.
                 88 SUS-OPER-ESTORNO   VALUE 'V'.
              10 ALVO-SUS           PIC X(20).
           05 SUS-STATUS            PIC X(01).
              88 SUS-PENDENTE          VALUE 'P'.
              88 SUS-REVISADA          VALUE 'R'.
      *    FIRST FOUND AND LAST SEEN BY THE NIGHTLY RUN (AAAAMMDD).
           05 DATA-SUS              PIC 9(08).
           05 DATA-ULT-SUS          PIC 9(08).
      *    THE EVIDENCE - HOW MANY TITLES, ACCOUNTS, LOSSES OR
      *    EVENTS, THE MONEY AT STAKE WHERE THERE IS ANY, AND ONE
      *    LINE SAYING IT IN WORDS (NO PERSONAL DATA - ACCOUNT
      *    NUMBERS ONLY).
           05 QTDE-SUS              PIC 9(03).
           05 VALOR-SUS             PIC 9(07)V9(02).
           05 EVIDENCIA-SUS         PIC X(60).
      *    THE SUPERVISOR WHO MARKED IT REVIEWED, AND WHEN.
           05 REVISOR-SUS           PIC X(08).
           05 DATA-REV-SUS          PIC 9(08).
