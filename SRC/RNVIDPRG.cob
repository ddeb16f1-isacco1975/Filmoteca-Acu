           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
      *
       77  FS-RELATO-RNC             PIC X(02).
       77  WRK-EMP-ATIVOS            PIC 9(03) USAGE COMP-3 VALUE ZERO.
