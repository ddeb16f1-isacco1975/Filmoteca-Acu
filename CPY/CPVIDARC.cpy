           05 ARC-CLASSE-PRECO      PIC X(01).
           05 ARC-CLASSE-EMP        PIC X(01).
           05 ARC-CLASSIF           PIC X(02).
           05 ARC-FIXA-CLASSE       PIC X(01).
           05 ARC-DATA-ESTREIA      PIC 9(08).
           05 ARC-TIPO-MIDIA        PIC X(01).
