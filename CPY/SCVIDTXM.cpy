           05 LINE 08 COLUMN 10 VALUE "| 2. PENDENTES  |".
           05 LINE 09 COLUMN 10 VALUE "| 3. AJUSTE     |".
           05 LINE 10 COLUMN 10 VALUE "| 4. ANISTIA    |".
           05 LINE 11 COLUMN 10 VALUE "| 5. FATURA     |".
           05 LINE 12 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 13 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 14 COLUMN 10 VALUE "+---------------+".
           05 LINE 13 COLUMN 23 PIC X(01) USING WRK-TOPTION.
