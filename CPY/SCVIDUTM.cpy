           05 LINE 13 COLUMN 28 VALUE "| T. VERIF. BKP |".
           05 LINE 14 COLUMN 28 VALUE "| U. CHECKSUM   |".
           05 LINE 15 COLUMN 28 VALUE "| V. CONV SATEL |".
           05 LINE 16 COLUMN 28 VALUE "| W. LIQ. CARTAO|".
           05 LINE 17 COLUMN 28 VALUE "| Y. DEPRECIACAO|".
           05 LINE 18 COLUMN 28 VALUE "| Z. FATURAMENTO|".
           05 LINE 19 COLUMN 28 VALUE "+---------------+".
      *
           05 LINE 06 COLUMN 45 VALUE "+----------------+".
           05 LINE 07 COLUMN 45 VALUE "| 9. ARQUIVO     |".
