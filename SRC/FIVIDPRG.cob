           COPY 'CPVIDDEW.cpy'. *> DISTRIBS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
      *
       77  FS-FEED-DIS               PIC X(02).
