           COPY 'CPVIDMAN.cpy'. *> DATE/TIME
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDALW.cpy'. *> ALTERNATE TITLES DAT WORKBOOK
           COPY 'CPVIDPXW.cpy'. *> TITLE WORD INDEX WORKBOOK
      *
