           05 CNV-CLASSE-PRECO      PIC X(01).
           05 CNV-CLASSE-EMP-FIL    PIC X(01).
           05 CNV-CLASSIF-FIL       PIC X(02).
           05 CNV-FIXA-CLASSE-FIL   PIC X(01).
           05 CNV-DATA-ESTREIA-FIL  PIC 9(08).
           05 CNV-TIPO-MIDIA-FIL    PIC X(01).
      *
       FD  EMPREST-CNV.
       01  REG-CNV-EMP.
           05 CNV-FILIAL-EMP        PIC X(02).
           05 CNV-HORA-EMP          PIC X(05).
           05 CNV-HORA-DEV-EMP      PIC X(05).
           05 CNV-NUM-CXS-EMP       PIC 9(05).
           05 CNV-COD-PRM-EMP       PIC X(06).
           05 CNV-DESC-PRM-EMP      PIC 9(05)V9(02).
           05 CNV-HORA-PREVISTA-EMP PIC X(05).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
           MOVE SPACES TO CNV-CLASSE-PRECO.
           MOVE SPACES TO CNV-CLASSE-EMP-FIL.
           MOVE SPACES TO CNV-CLASSIF-FIL.
           MOVE SPACES TO CNV-FIXA-CLASSE-FIL.
           MOVE ZEROES TO CNV-DATA-ESTREIA-FIL.
           MOVE 'F'    TO CNV-TIPO-MIDIA-FIL.
      *
           WRITE REG-CNV-FIL
               INVALID KEY CONTINUE
           MOVE REG-OLD-EMP TO REG-CNV-EMP(1:68).
           MOVE SPACES TO CNV-HORA-EMP.
           MOVE SPACES TO CNV-HORA-DEV-EMP.
           MOVE SPACES TO CNV-HORA-PREVISTA-EMP.
      *
           WRITE REG-CNV-EMP
               INVALID KEY CONTINUE
