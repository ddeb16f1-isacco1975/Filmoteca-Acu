      *    PEAK-HOURS STAFFING REPORT (HPVIDPRG) FEEDS ON THESE.
           05 HORA-EMP              PIC X(05).
           05 HORA-DEV-EMP          PIC X(05).
      *    THE DRAWER SESSION THE CHECKOUT WAS TAKEN UNDER (ZERO FOR
      *    THE KIOSK, OLD LOANS AND A TILL WITH NO OPEN DRAWER) AND
      *    THE PROMOTION CODE AND DISCOUNT IT WAS RUNG UP WITH - SO A
      *    CHECKOUT VOIDED BEFORE THE DRAWER CLOSES CAN BE UNWOUND.
           05 NUM-CXS-EMP           PIC 9(05).
           05 COD-PRM-EMP           PIC X(06).
           05 DESC-PRM-EMP          PIC 9(05)V9(02).
      *    TIME OF DAY (HH:MM) THE LOAN IS DUE BACK ON DATA-PREVISTA -
      *    NOON FOR AN OVERNIGHT TITLE, OTHERWISE CLOSING TIME AT THE
      *    LENDING BRANCH THAT WEEKDAY (HORARIOS.dat). SPACES ON LOANS
      *    FROM BEFORE THE FIELD EXISTED, WHICH ARE DUE BY CLOSE OF
      *    BUSINESS AS THEY ALWAYS WERE.
           05 HORA-PREVISTA-EMP     PIC X(05).
