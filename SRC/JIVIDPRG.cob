           COPY 'CPVIDMAN.cpy'. *> DATE/TIME
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
      *
       77  FS-MOVIES-SEQ             PIC X(02).
       77  FS-RELATO-IMP             PIC X(02).
