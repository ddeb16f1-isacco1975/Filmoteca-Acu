           COPY 'CPVIDRSW.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDVFL.cpy'. *> VERIFY-CREDENTIALS LINKAGE
      *
      *    DUAL-CONTROL VERDICT - A MERGE ONLY RUNS ONCE A SECOND
       77  WRK-REPOINT-COUNT         PIC 9(03) VALUE ZERO.
       77  WRK-FOUND-ONE             PIC X(01) VALUE 'N'.
       77  WRK-COPIA-ALTA            PIC 9(03) VALUE ZERO.
       77  WRK-COP-HOLD              PIC X(80) VALUE SPACES.
       77  WRK-REN-COUNT             PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-MAP-FEITO             PIC X(01) VALUE 'N'.
       77  IDZ                       PIC S9(04) COMP VALUE ZERO.
