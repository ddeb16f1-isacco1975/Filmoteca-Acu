           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
      *
       77  FS-ARCHIVE                PIC X(02).
       77  WRK-SRCH-TITLE            PIC X(45) VALUE SPACES.
