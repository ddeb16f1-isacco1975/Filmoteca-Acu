      **
      * COPY BOOK RECORD LAYOUT - CAMPAIGN TARGETS (ALVOS) DATA FILE -
      * ONE ROW PER BORROWER A CAMPAIGN WAS SENT TO, KEYED CAMPAIGN
      * FIRST. WHILE THE LIST IS BEING BUILT EVERY MEMBER SITS HERE AS
      * A CANDIDATE CARRYING THEIR LOAN FIGURES; THOSE WHO DO NOT
      * QUALIFY ARE DROPPED. THE RESPONSE REPORT REFILLS THE RESP-
      * FIGURES EACH TIME IT RUNS.
      **
       01  REG-ALV.
           05 CHAVE-ALV.
              10 COD-CMP-ALV        PIC X(08).
              10 NUM-LOC-ALV        PIC 9(05).
           05 NOME-ALV              PIC X(20).
           05 ALV-STATUS            PIC X(01).
              88 ALV-CANDIDATO         VALUE 'C'.
              88 ALV-SELECIONADO       VALUE 'S'.
           05 CONSENT-ALV           PIC X(01).
           05 ULT-EMP-ALV           PIC 9(08).
           05 QTDE-EMP-ALV          PIC 9(05).
           05 QTDE-GEN-ALV          PIC 9(05).
           05 NUM-NTF-ALV           PIC 9(07).
           05 RESP-EMP-ALV          PIC 9(03).
           05 RESP-REC-ALV          PIC 9(07)V9(02).
           05 RESP-DESC-ALV         PIC 9(07)V9(02).
