           05 WRK-SAVE-ACERVO       PIC X(01).
           05 WRK-SAVE-CUSTO        PIC 9(05)V9(02).
           05 WRK-SAVE-VALOR-REPOS  PIC 9(05)V9(02).
           05 WRK-SAVE-CLASSE-PRECO PIC X(01).
           05 WRK-SAVE-CLASSE-EMP   PIC X(01).
           05 WRK-SAVE-CLASSIF      PIC X(02).
           05 WRK-SAVE-FIXA-CLASSE  PIC X(01).
           05 WRK-SAVE-DATA-ESTREIA PIC 9(08).
           05 WRK-SAVE-TIPO-MIDIA   PIC X(01).
      *
       77  WRK-DUP-FOUND            PIC X(01) VALUE 'N'.
