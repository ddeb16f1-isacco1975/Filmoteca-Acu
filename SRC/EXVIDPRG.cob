           COPY 'CPVIDSRC.cpy'. *> SEARCH RECORD GENRES
           COPY 'CPVIDTSR.cpy'. *> TITLE SEARCH
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
      *
       SCREEN SECTION.
