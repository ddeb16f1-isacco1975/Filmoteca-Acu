      **
      * COPY BOOK PERSONAL-DATA MASKING WORKBOOK (WORKING-STORAGE) -
      * FIELDS FOR CPVIDMKB.cpy. THE CALLER HAS A BORROWER IN REG-LOC
      * AND GETS BACK THE MASKED FORM OF EACH PERSONAL FIELD: THE
      * LAST FOUR OF A PHONE, THE FIRST LETTER AND DOMAIN OF AN
      * E-MAIL, THE LAST TWO DIGITS OF THE CPF, THE BIRTH YEAR ONLY,
      * AND NOTHING OF THE STREET, NUMBER OR COMPLEMENT.
      **
      *    THE PROFILE THE OPERATOR SIGNED ON WITH (VIDEOTECA-PERFIL,
      *    SET BY MNVIDPRG). A SUPERVISOR OR AN ADMINISTRATOR MAY SEE
      *    PERSONAL DATA IN FULL ON WHAT THEY RUN; AN OPERATOR, OR A
      *    PROGRAM RUN WITHOUT SIGNING ON, GETS IT MASKED.
       77  WRK-MSK-PERFIL           PIC X(01) VALUE SPACE.
           88 MSK-VE-TUDO              VALUE 'S' 'A'.
      *
       77  WRK-MSK-FONE             PIC X(12) VALUE SPACES.
       77  WRK-MSK-CELULAR          PIC X(15) VALUE SPACES.
       77  WRK-MSK-EMAIL            PIC X(50) VALUE SPACES.
       77  WRK-MSK-ENDERECO         PIC X(30) VALUE SPACES.
       77  WRK-MSK-LOGRADOURO       PIC X(40) VALUE SPACES.
       77  WRK-MSK-NUMERO           PIC X(06) VALUE SPACES.
       77  WRK-MSK-COMPL            PIC X(15) VALUE SPACES.
       77  WRK-MSK-CPF              PIC X(11) VALUE SPACES.
       01  WRK-MSK-NASC.
           05 WRK-MSK-NASC-ANO      PIC X(04).
           05 WRK-MSK-NASC-RESTO    PIC X(04).
      *
       77  WRK-MSK-TAM              PIC S9(04) COMP VALUE ZERO.
       77  WRK-MSK-ARROBA           PIC S9(04) COMP VALUE ZERO.
