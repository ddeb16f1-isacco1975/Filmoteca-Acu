           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
      *
       77  FS-ARCHIVE                PIC X(02).
