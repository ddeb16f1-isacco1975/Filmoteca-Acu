           05 VER-CLASSE-PRECO      PIC X(01).
           05 VER-CLASSE-EMP        PIC X(01).
           05 VER-CLASSIF           PIC X(02).
           05 VER-FIXA-CLASSE       PIC X(01).
           05 VER-DATA-ESTREIA      PIC 9(08).
           05 VER-TIPO-MIDIA        PIC X(01).
      *
       FD  VERIF-EMPREST.
       01  REG-VEM.
           05 VER-FILIAL-EMP        PIC X(02).
           05 VER-HORA-EMP          PIC X(05).
           05 VER-HORA-DEV-EMP      PIC X(05).
           05 VER-NUM-CXS-EMP       PIC 9(05).
           05 VER-COD-PRM-EMP       PIC X(06).
           05 VER-DESC-PRM-EMP      PIC 9(05)V9(02).
           05 VER-HORA-PREVISTA-EMP PIC X(05).
      *
       FD  VERIF-GEN.
       01 REG-VGN                PIC X(12).
