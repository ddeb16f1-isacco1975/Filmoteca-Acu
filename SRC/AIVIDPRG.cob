           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
      *
      *    INQUIRY FILTERS - ANY LEFT BLANK OR ZERO DOES NOT FILTER.
       77  WRK-FLT-OPERADOR          PIC X(08) VALUE SPACES.
