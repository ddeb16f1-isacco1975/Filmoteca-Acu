           05 WRK-OLD-QTDE-COPIAS   PIC 9(03).
           05 WRK-OLD-CUSTO         PIC 9(05)V9(02).
           05 WRK-OLD-VALOR-REPOS   PIC 9(05)V9(02).
           05 WRK-OLD-TIPO-MIDIA    PIC X(01).
      *
      *    COPIES CURRENTLY ON LOAN, CARRIED ACROSS THE ACCEPT SO THE
      *    AVAILABLE-COPY COUNT CAN BE RECOMPUTED AFTER A COPY-COUNT
