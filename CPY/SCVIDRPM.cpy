           05 LINE 08 COLUMN 45 VALUE "| F. ACESSO DADOS|".
           05 LINE 09 COLUMN 45 VALUE "| G. BOLETIM     |".
           05 LINE 10 COLUMN 45 VALUE "| H. COBRANCA    |".
           05 LINE 11 COLUMN 45 VALUE "| I. PONTOS FIDEL|".
           05 LINE 12 COLUMN 45 VALUE "| J. REPASSES    |".
           05 LINE 13 COLUMN 45 VALUE "| K. NOTA FISCAL |".
           05 LINE 14 COLUMN 45 VALUE "| L. RETORNO INV.|".
           05 LINE 15 COLUMN 45 VALUE "| M. CONTAS REC. |".
           05 LINE 16 COLUMN 45 VALUE "| N. PERDAS      |".
           05 LINE 17 COLUMN 45 VALUE "| O. SINISTROS   |".
           05 LINE 18 COLUMN 45 VALUE "| P. SEPARACAO   |".
           05 LINE 19 COLUMN 45 VALUE "| Q. COMPLETUDE  |".
           05 LINE 20 COLUMN 45 VALUE "| R. SUSPEITAS   |".
           05 LINE 21 COLUMN 45 VALUE "| S. RESULTADO   |".
           05 LINE 22 COLUMN 45 VALUE "+----------------+".
