           COPY 'CPVIDNTW.cpy'. *> TITLE NOTES DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDVFL.cpy'. *> VERIFY-CREDENTIALS LINKAGE
      *
      *    DUAL-CONTROL VERDICT - A PURGE ONLY RUNS ONCE A SECOND
