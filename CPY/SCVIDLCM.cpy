      * COPY BOOK SCREEN SECTION OF BORROWER MAINTENANCE MENU/EDIT
      **
       01  SCREEN-LOCMNU.
           05 LINE 06 COLUMN 10 VALUE
               "+--------------------------------+".
           05 LINE 07 COLUMN 10 VALUE
               "| 1. INCLUIR     7. CONTA CORP.  |".
           05 LINE 08 COLUMN 10 VALUE
               "| 2. ALTERAR     8. AUTORIZADOS  |".
           05 LINE 09 COLUMN 10 VALUE
               "| 3. EXCLUIR     9. ALERTAS      |".
           05 LINE 10 COLUMN 10 VALUE
               "| 4. FONETICA     A. IMPORT. CSV |".
           05 LINE 11 COLUMN 10 VALUE
               "| 5. FAMILIA      B. REVELAR     |".
           05 LINE 12 COLUMN 10 VALUE
               "| 6. EXTR. FAM.                  |".
           05 LINE 13 COLUMN 10 VALUE
               "| 0. SAIR                        |".
           05 LINE 14 COLUMN 10 VALUE
               "| OPCAO...: [ ]                  |".
           05 LINE 15 COLUMN 10 VALUE
               "+--------------------------------+".
           05 LINE 14 COLUMN 23 PIC X(01) USING WRK-LOPTION.
      *
       01  SCREEN-LOCEDT.
           05 LINE 17 COLUMN 12 VALUE
               "| NAME..........: [                    ]           |".
           05 LINE 18 COLUMN 12 VALUE
               "| PHONE.........: [            ] CPF:[           ] |".
           05 LINE 19 COLUMN 12 VALUE
               "| CEP...........: [        ]  (ADDRESS NEXT)       |".
           05 LINE 20 COLUMN 12 VALUE
               "| PLAN..........: [  ]  PAID THRU: [        ]      |".
           05 LINE 21 COLUMN 12 VALUE
              COLOR 7 HIGHLIGHT.
           05 LINE 18 COLUMN 31 PIC X(12) USING FONE-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 18 COLUMN 50 PIC 9(11) USING CPF-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 19 COLUMN 31 PIC 9(08) USING CEP-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 20 COLUMN 31 PIC X(02) USING PLANO-LOC
              COLOR 7 HIGHLIGHT.
              COLOR 7 HIGHLIGHT.
           05 LINE 22 COLUMN 31 PIC X(04) USING GRUPO-LOC
              COLOR 7 HIGHLIGHT.
      *
      *
      *    THE SAME FIELDS UNDER THEIR MASKS (CPVIDMKB.cpy). PHONE IS
      *    MASKED IN PLACE AND MAY BE KEYED OVER; THE CPF AND BIRTH
      *    DATE ARE KEYED OVER THEIR MASKED TEXT, LEFT ALONE TO KEEP.
       01  SCREEN-LOCEDT-DDM.
           05 LINE 17 COLUMN 31 PIC X(20) USING NOME-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 18 COLUMN 31 PIC X(12) USING FONE-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 18 COLUMN 50 PIC X(11) USING WRK-EDT-CPF
              COLOR 7 HIGHLIGHT.
           05 LINE 19 COLUMN 31 PIC 9(08) USING CEP-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 20 COLUMN 31 PIC X(02) USING PLANO-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 20 COLUMN 48 PIC 9(08) USING DATA-VENC-PLANO-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 21 COLUMN 49 PIC X(08) USING WRK-EDT-NASC
              COLOR 7 HIGHLIGHT.
           05 LINE 22 COLUMN 31 PIC X(04) USING GRUPO-LOC
              COLOR 7 HIGHLIGHT.
      *
      *    READ-ONLY MASKED VIEW, FOR SCREENS THAT ONLY SHOW THE ROW.
       01  SCREEN-LOCEDT-MSK.
           05 LINE 17 COLUMN 31 PIC X(20) FROM NOME-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 18 COLUMN 31 PIC X(12) FROM WRK-MSK-FONE
              COLOR 7 HIGHLIGHT.
           05 LINE 18 COLUMN 50 PIC X(11) FROM WRK-MSK-CPF
              COLOR 7 HIGHLIGHT.
           05 LINE 19 COLUMN 31 PIC 9(08) FROM CEP-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 20 COLUMN 31 PIC X(02) FROM PLANO-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 20 COLUMN 48 PIC 9(08) FROM DATA-VENC-PLANO-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 21 COLUMN 49 PIC X(08) FROM WRK-MSK-NASC
              COLOR 7 HIGHLIGHT.
           05 LINE 22 COLUMN 31 PIC X(04) FROM GRUPO-LOC
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-LOCEDT-CAD.
           05 LINE 21 COLUMN 31 PIC 9(08) FROM DATA-CADASTRO-LOC
              COLOR 3 HIGHLIGHT.
      *
       01  SCREEN-LOCEDT-PNT.
           05 LINE 16 COLUMN 40 VALUE "POINTS:".
           05 LINE 16 COLUMN 48 PIC Z(06)9 FROM WRK-PNT-SALDO
              COLOR 3 HIGHLIGHT.
      *
      *
      *    REVEAL - WHOSE RECORD, AND WHY. THE REASON GOES TO THE
      *    AUDIT LOG WITH WHO APPROVED IT.
       01  SCREEN-LOCRVL.
           05 LINE 15 COLUMN 12 VALUE
               "+--------------------------------------------------+".
           05 LINE 16 COLUMN 12 VALUE
               "| BORROWER ID...: [     ]                          |".
           05 LINE 17 COLUMN 12 VALUE
               "| REASON........: [                              ] |".
           05 LINE 18 COLUMN 12 VALUE
               "+--------------------------------------------------+".
      *
       01  SCREEN-LOCRVL-DDS.
           05 LINE 16 COLUMN 31 PIC 9(05) USING NUM-LOC
              COLOR 6 HIGHLIGHT.
           05 LINE 17 COLUMN 31 PIC X(30) USING WRK-RVL-MOTIVO
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-LOCEND.
           05 LINE 15 COLUMN 12 VALUE "+------------------------------".
           05 LINE 15 COLUMN 43 VALUE "------------------------------+".
           05 LINE 16 COLUMN 12 VALUE "| CEP...........: [        ]   ".
           05 LINE 16 COLUMN 43 VALUE "                              |".
           05 LINE 17 COLUMN 12 VALUE "| STREET........: [            ".
           05 LINE 17 COLUMN 43 VALUE "                            ] |".
           05 LINE 18 COLUMN 12 VALUE "| NUMBER........: [      ]   CO".
           05 LINE 18 COLUMN 43 VALUE "MPLEMENT: [               ]   |".
           05 LINE 19 COLUMN 12 VALUE "| DISTRICT......: [            ".
           05 LINE 19 COLUMN 43 VALUE "             ]                |".
           05 LINE 20 COLUMN 12 VALUE "| CITY..........: [            ".
           05 LINE 20 COLUMN 43 VALUE "             ]  UF: [  ]      |".
           05 LINE 21 COLUMN 12 VALUE "+------------------------------".
           05 LINE 21 COLUMN 43 VALUE "------------------------------+".
      *
       01  SCREEN-LOCEND-CEP.
           05 LINE 16 COLUMN 31 PIC 9(08) FROM CEP-LOC
              COLOR 3 HIGHLIGHT.
      *
       01  SCREEN-LOCEND-DDS.
           05 LINE 17 COLUMN 31 PIC X(40) USING LOGRADOURO-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 18 COLUMN 31 PIC X(06) USING NUMERO-END-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 18 COLUMN 54 PIC X(15) USING COMPL-END-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 19 COLUMN 31 PIC X(25) USING BAIRRO-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 20 COLUMN 31 PIC X(25) USING CIDADE-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 20 COLUMN 64 PIC X(02) USING UF-LOC
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-LOCCTT.
           05 LINE 15 COLUMN 12 VALUE "+------------------------------".
           05 LINE 15 COLUMN 43 VALUE "------------------------------+".
           05 LINE 16 COLUMN 12 VALUE "| E-MAIL:[                     ".
           05 LINE 16 COLUMN 43 VALUE "                             ]|".
           05 LINE 17 COLUMN 12 VALUE "| MOBILE........: [            ".
           05 LINE 17 COLUMN 43 VALUE "   ]                          |".
           05 LINE 18 COLUMN 12 VALUE "| CHANNEL - OVERDUE:[ ] FINAL:[".
           05 LINE 18 COLUMN 43 VALUE " ] HOLD READY:[ ] ARRIVAL:[ ] |".
           05 LINE 19 COLUMN 12 VALUE "|   (C=LETTER E=E-MAIL S=SMS T=".
           05 LINE 19 COLUMN 43 VALUE "PHONE, BLANK=AS USUAL)        |".
           05 LINE 20 COLUMN 12 VALUE "| MARKETING (S=OPT IN N=OPT OUT".
           05 LINE 20 COLUMN 43 VALUE "): [ ]    SINCE: [        ]   |".
           05 LINE 21 COLUMN 12 VALUE "+------------------------------".
           05 LINE 21 COLUMN 43 VALUE "------------------------------+".
      *
       01  SCREEN-LOCCTT-DDS.
           05 LINE 16 COLUMN 22 PIC X(50) USING EMAIL-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 17 COLUMN 31 PIC X(15) USING CELULAR-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 18 COLUMN 33 PIC X(01) USING CANAL-ATRASO-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 18 COLUMN 43 PIC X(01) USING CANAL-FINAL-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 18 COLUMN 58 PIC X(01) USING CANAL-RESERVA-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 18 COLUMN 70 PIC X(01) USING CANAL-CHEGADA-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 20 COLUMN 47 PIC X(01) USING CONSENT-MKT-LOC
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-LOCCTT-CNS.
           05 LINE 20 COLUMN 61 PIC 9(08) FROM DATA-CONSENT-MKT-LOC
              COLOR 3 HIGHLIGHT.
