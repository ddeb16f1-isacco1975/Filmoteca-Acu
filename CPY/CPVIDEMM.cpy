       77  WRK-CHECK-NOME           PIC X(20) VALUE SPACES.
       77  WRK-CHECK-LOC            PIC 9(05) VALUE ZERO.
      *
      *    ALERT MEMO POP-UP AT CHECKOUT - WIPES THE ALERT LINE ONCE
      *    THE OPERATOR HAS ACKNOWLEDGED IT.
       77  WRK-ALERT-BRANCO         PIC X(64) VALUE SPACES.
      *
      *    AGE-RATING CHECK AT CHECKOUT - THE BORROWER'S BIRTH DATE
      *    SAVED OFF THE SAME WAY THE NAME IS, THE AGE WORKED OUT
      *    FROM IT, AND THE MINIMUM AGE LIFTED OFF A RATED TITLE.
      *    RECEIPT SLIP SUPPORT.
       77  FS-RECIBOS               PIC X(02) VALUE '00'.
       77  WRK-SLIP-TITULO          PIC X(30) VALUE SPACES.
       77  WRK-MOD-IDX              PIC 9(02) VALUE ZERO.
      *
      *    SCAN-MODE SUPPORT - THE ONE INPUT FIELD THE WEDGE SCANNER
      *    TYPES INTO, PLUS THE ACTIVE LOAN FOUND FOR A SCANNED CODE.
       77  WRK-SCAN-LOAN            PIC 9(05) VALUE ZERO.
       77  WRK-SCAN-COUNT           PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-SCAN-COUNT-EDIT      PIC ZZ9.
      *    THE BORROWER FIELD AT THE START OF A SCAN SESSION TAKES A
      *    MEMBER CARD SCAN OR A KEYED BORROWER ID - CARD NUMBERS RUN
      *    FROM WRK-CRT-PRIMEIRO UP, SO THE SIZE TELLS THEM APART.
       77  WRK-SCAN-CARTAO          PIC 9(08) VALUE ZERO.
      *    SET WHEN THE SCAN OR DROP-BOX FIELD SITS UNTOUCHED PAST
      *    THE IDLE TIMEOUT - THE SESSION ENDS AND THE TERMINAL LOCKS.
       77  WRK-SCAN-OCIOSO          PIC X(01) VALUE 'N'.
      *
      *    BUSINESS-CALENDAR SUPPORT - SCRATCH FIELDS FOR ROLLING A
      *    DUE DATE PAST CLOSED DAYS AND COUNTING ONLY OPEN DAYS WHEN
       77  WRK-PRECO-NOV            PIC 9(03)V9(02) VALUE 8,00.
       77  WRK-PRECO-STD            PIC 9(03)V9(02) VALUE 5,00.
       77  WRK-PRECO-CAT            PIC 9(03)V9(02) VALUE 3,00.
      *
      *    GAMES RENT AT THEIR OWN PRICE AND PERIOD (PARAMS.dat CODES
      *    PRECOJOG, IN CENTAVOS, AND LOANGAME) WHATEVER THE TITLE'S
      *    PRICE OR LOAN CLASS, AND GO OUT ON THE PLATFORM THE
      *    CUSTOMER ASKED FOR - BLANK FOR A FILM, WHERE ANY FREE COPY
      *    WILL DO.
       77  WRK-DIAS-JOG             PIC 9(02) VALUE 03.
       77  WRK-PRECO-JOG            PIC 9(03)V9(02) VALUE 10,00.
       77  WRK-PLATAFORMA           PIC X(03) VALUE SPACES.
       77  WRK-PLT-LIVRES           PIC X(32) VALUE SPACES.
       77  WRK-PLT-PTR              PIC 9(02) VALUE 01.
       77  WRK-PLT-ACHOU            PIC 9(02) VALUE ZERO.
       77  WRK-VALOR-LOCACAO        PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-VALOR-LOC-EDIT       PIC Z.ZZ9,99.
       77  WRK-FORMA-EMP            PIC X(01) VALUE 'D'.
      *    STANDING-CHECK OVERRIDE IS ONLY OFFERED TO A SUPERVISOR
      *    OR ADMINISTRATOR.
       77  WRK-PERFIL-EMP           PIC X(01) VALUE 'O'.
      *
      *    LOYALTY POINTS - POINTS EARNED PER REAL PAID (PARAMS.dat
      *    CODE PTSREAL), WHAT ONE POINT IS WORTH AT THE TILL
      *    (PTSVALOR, IN CENTAVOS), THE SMALLEST BALANCE THAT CAN BE
      *    REDEEMED (PTSMINIM) AND HOW MANY MONTHS A LOT STAYS GOOD
      *    (PTSMESES). THE DEFAULTS MAKE TEN STANDARD RENTALS WORTH
      *    AN ELEVENTH. THE REST IS THIS CHECKOUT'S REDEMPTION AND
      *    EARNING (FOR THE SLIP) AND THE EXPIRY-DATE ARITHMETIC.
       77  WRK-PNT-TAXA             PIC 9(03) VALUE 001.
       77  WRK-PNT-VALOR            PIC 9(03)V9(02) VALUE 0,10.
       77  WRK-PNT-MINIMO           PIC 9(05) VALUE 00050.
       77  WRK-PNT-MESES            PIC 9(03) VALUE 012.
       77  WRK-PNT-USADOS           PIC 9(05) VALUE ZERO.
       77  WRK-PNT-DESC             PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-PNT-GANHOS           PIC 9(05) VALUE ZERO.
       77  WRK-PNT-LOTE             PIC 9(05) VALUE ZERO.
       77  WRK-PNT-FALTA            PIC 9(05) VALUE ZERO.
       77  WRK-PNT-PROX             PIC 9(07) VALUE ZERO.
       77  WRK-PNT-MESES-ABS        PIC 9(06) VALUE ZERO.
       77  WRK-PNT-EXPIRA           PIC 9(08) VALUE ZERO.
       77  WRK-PNT-EDIT             PIC Z(06)9.
       01  WRK-PNT-DATA.
           05 WRK-PNT-ANO           PIC 9(04).
           05 WRK-PNT-MES           PIC 9(02).
           05 WRK-PNT-DIA           PIC 9(02).
      *
      *    RENTAL TENDER - THE AMOUNT THE NEXT PAYMENT ROW IS FOR
      *    (THE WHOLE CHARGE, OR ONE SIDE OF A SPLIT WHEN A VOUCHER
      *    DOES NOT COVER IT ALL), WHETHER THE VOUCHER OPTION IS
      *    STILL OPEN, WHAT THE VOUCHER DID NOT COVER, AND HOW MUCH
      *    THE VOUCHER TOOK (FOR THE SLIP).
       77  WRK-VALOR-PAGTO          PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-TENDER-VALE          PIC X(01) VALUE 'S'.
       77  WRK-VAL-RESTO            PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-VAL-USADO            PIC 9(05)V9(02) VALUE ZERO.
      *
      *    CHARGE ACCOUNT BEHIND THE BORROWER AT THE DESK - THE
      *    ACCOUNT ITSELF OR THE ONE THEY ARE AUTHORISED ON, ZERO
      *    WHEN THEY PAY AT THE COUNTER - WITH WHAT IT ALREADY OWES
      *    AND ITS LIMIT. THE BORROWER RECORD IS PARKED WHILE THE
      *    ACCOUNT ROW IS READ, AND THE TILL PROMPT MOVES OVER WHEN
      *    THE ACCOUNT OPTION IS ON IT.
       77  WRK-CONTA-NUM            PIC 9(05) VALUE ZERO.
       77  WRK-CONTA-SALDO          PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-CONTA-LIMITE         PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-CONTA-VALOR          PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-LOC-HOLD             PIC X(400) VALUE SPACES.
       77  WRK-TENDER-COL           PIC 9(02) VALUE 63.
      *
      *    STREET-DATE EMBARGO - 'S' WHEN THE TITLE ON THE DESK IS
      *    NOT OUT UNTIL ITS STREET DATE AND NOBODY OVERRODE IT, SO
      *    THE CHECKOUT CAN ONLY TAKE A HOLD.
       77  WRK-EMBARGO              PIC X(01) VALUE 'N'.
       77  WRK-ESTREIA-EDIT         PIC 9999/99/99.
      *
      *    CHECKOUT VOID - THE REASON CODE KEYED, THE SAVED LOAN
      *    (IT IS DELETED BEFORE THE PAYMENT AND POINTS ROWS ARE
      *    UNWOUND), THE REFUND BROKEN DOWN BY HOW IT WAS PAID, THE
      *    POINTS TAKEN AND GIVEN BACK, THE RECEIPT CANCELLED AND
      *    THE NEXT VOID-REGISTER NUMBER.
       77  WRK-VOID-MOTIVO          PIC X(08) VALUE SPACES.
       77  WRK-VOID-EMP             PIC X(130) VALUE SPACES.
       77  WRK-VOID-DIN             PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-VOID-CAR             PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-VOID-VAL             PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-VOID-CTA             PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-VOID-CAU             PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-VOID-PNT-TIR         PIC 9(05) VALUE ZERO.
       77  WRK-VOID-PNT-DEV         PIC 9(05) VALUE ZERO.
       77  WRK-VOID-FIS             PIC 9(07) VALUE ZERO.
       77  WRK-VOID-PROX            PIC 9(06) VALUE ZERO.
       77  WRK-VOID-EDIT            PIC Z.ZZ9,99.
      *
      *    CHECKOUT SLIP - WALKS THE BORROWER'S RECOMMENDATIONS.
       77  WRK-RCM-IDX              PIC 9(02) VALUE ZERO.
      *
      *    PARTNER DEFAULTER CHECK - HOW MANY PARTNER LISTS CARRY THE
      *    BORROWER, THE ONE SHOWN (A COLLECTIONS ENTRY BEATS A
      *    BLOCK), WHO DECIDED AND WHAT WAS DECIDED.
       77  WRK-DEV-ACHADOS          PIC 9(02) VALUE ZERO.
       77  WRK-DEV-ACH-EDIT         PIC Z9.
       77  WRK-DEV-PRC-1            PIC X(02) VALUE SPACES.
       77  WRK-DEV-MOT-1            PIC X(01) VALUE SPACE.
       77  WRK-DEV-APROVADOR        PIC X(08) VALUE SPACES.
       77  WRK-DEV-DECISAO          PIC X(45) VALUE SPACES.
