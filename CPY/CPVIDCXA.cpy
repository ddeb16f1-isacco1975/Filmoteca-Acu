           05 OPERADOR-CXS          PIC X(08).
           05 HORA-ABERTURA-CXS     PIC X(05).
           05 HORA-FECHO-CXS        PIC X(05).
      *    SIGNED - CASH PAID OUT OF THE DRAWER (TRADE-IN BUYS) CAN
      *    TAKE THE EXPECTED FIGURE BELOW ZERO.
           05 VALOR-ESPERADO-CXS    PIC S9(07)V9(02).
           05 VALOR-CONTADO-CXS     PIC 9(07)V9(02).
           05 CXS-STATUS            PIC X(01).
              88 CXS-ABERTA            VALUE 'A'.
              88 CXS-FECHADA           VALUE 'F'.
      *    THE BRANCH (VIDEOTECA-FILIAL) THE DRAWER IS AT, STAMPED
      *    WHEN THE SESSION IS OPENED. SPACES ON SESSIONS FROM BEFORE
      *    THE FIELD EXISTED - READ AS THE ORIGINAL SHOP, '01'.
           05 FILIAL-CXS            PIC X(02).
