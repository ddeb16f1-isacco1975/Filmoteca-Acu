           05 LINE 07 COLUMN 10 VALUE "| 1. INCLUIR    |".
           05 LINE 08 COLUMN 10 VALUE "| 2. ALTERAR    |".
           05 LINE 09 COLUMN 10 VALUE "| 3. EXCLUIR    |".
           05 LINE 10 COLUMN 10 VALUE "| 4. DIRETORIO  |".
           05 LINE 11 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 12 COLUMN 10 VALUE "|               |".
           05 LINE 13 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 14 COLUMN 10 VALUE "+---------------+".
           05 LINE 13 COLUMN 23 PIC X(01) USING WRK-DOPTION.
      *
       01  SCREEN-DISEDT.
           05 LINE 07 COLUMN 30 VALUE "CODE..........: [  ]".
           05 LINE 08 COLUMN 30 VALUE
               "DISTRIBUTOR...: [               ]".
           05 LINE 09 COLUMN 30 VALUE
               "SALES CONTACT.: [                         ]".
           05 LINE 10 COLUMN 30 VALUE
               "PHONE.........: [               ]".
           05 LINE 11 COLUMN 30 VALUE "PAYMENT DAYS..: [   ]".
           05 LINE 12 COLUMN 30 VALUE "LEAD TIME DAYS: [   ]".
           05 LINE 13 COLUMN 30 VALUE "MINIMUM ORDER.: [          ]".
           05 LINE 14 COLUMN 30 VALUE "RETURN DAYS...: [   ]".
           05 LINE 16 COLUMN 12 VALUE "ADDRESS.......: [".
           05 LINE 16 COLUMN 69 VALUE "]".
           05 LINE 17 COLUMN 12 VALUE
               "CITY..........: [                         ] UF: [  ]".
           05 LINE 17 COLUMN 64 VALUE "CEP: [        ]".
           05 LINE 18 COLUMN 12 VALUE "E-MAIL........: [".
           05 LINE 18 COLUMN 79 VALUE "]".
      *
       01  SCREEN-DISEDT-KEY.
           05 LINE 07 COLUMN 47 PIC X(02) USING CODIGO-DIS
              COLOR 6 HIGHLIGHT.
      *
       01  SCREEN-DISEDT-DESC.
           05 LINE 08 COLUMN 47 PIC X(15) USING DESC-DIS
              COLOR 7 HIGHLIGHT.
           05 LINE 09 COLUMN 47 PIC X(25) USING CONTATO-DIS
              COLOR 7 HIGHLIGHT.
           05 LINE 10 COLUMN 47 PIC X(15) USING FONE-DIS
              COLOR 7 HIGHLIGHT.
           05 LINE 11 COLUMN 47 PIC 9(03) USING PRAZO-PAG-DIS
              COLOR 7 HIGHLIGHT.
           05 LINE 12 COLUMN 47 PIC 9(03) USING PRAZO-ENT-DIS
              COLOR 7 HIGHLIGHT.
           05 LINE 13 COLUMN 47 PIC 9(07),9(02) USING PEDIDO-MIN-DIS
              COLOR 7 HIGHLIGHT.
           05 LINE 14 COLUMN 47 PIC 9(03) USING JANELA-RMA-DIS
              COLOR 7 HIGHLIGHT.
           05 LINE 16 COLUMN 29 PIC X(40) USING ENDERECO-DIS
              COLOR 7 HIGHLIGHT.
           05 LINE 17 COLUMN 29 PIC X(25) USING CIDADE-DIS
              COLOR 7 HIGHLIGHT.
           05 LINE 17 COLUMN 61 PIC X(02) USING UF-DIS
              COLOR 7 HIGHLIGHT.
           05 LINE 17 COLUMN 70 PIC 9(08) USING CEP-DIS
              COLOR 7 HIGHLIGHT.
           05 LINE 18 COLUMN 29 PIC X(50) USING EMAIL-DIS
              COLOR 7 HIGHLIGHT.
