           COPY 'CPVIDTXW.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDRSW.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDFNW.cpy'. *> PHONETIC-CODE WORKBOOK
           COPY 'CPVIDVFL.cpy'. *> VERIFY-CREDENTIALS LINKAGE
