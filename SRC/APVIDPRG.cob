           COPY 'CPVIDPDW.cpy'. *> ORDERS DAT WORKBOOK
           COPY 'CPVIDDEW.cpy'. *> DISTRIBS DAT WORKBOOK
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
      *
       77  FS-PLANNER-REL           PIC X(02).
