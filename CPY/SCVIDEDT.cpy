           05 LINE PLUS 1 COLUMN 12 VALUE
               "| DURATION.......: [   ]          ".
           05 COLUMN 46 VALUE
               " MEDIA F/G.. [ ]                 |".
           05 LINE PLUS 1 COLUMN 12 VALUE
               "| COPIES.........: [   ]          ".
           05 COLUMN 46 VALUE
           05 LINE PLUS 1 COLUMN 12 VALUE
               "| RELEASE YEAR...: [    ]         ".
           05 COLUMN 46 VALUE
               " STREET DATE [        ]          |".
           05 LINE PLUS 1 COLUMN 12 VALUE
               "| GENRE..........: [    ][        ".
           05 COLUMN 46 VALUE
           05 LINE PLUS 1 COLUMN 12 VALUE
               "| PRC/LN CLS/AGE.: [ ] [ ] [  ]   ".
           05 COLUMN 46 VALUE
               " FIXED CLASS [ ]                 |".
           05 LINE PLUS 1 COLUMN 12 VALUE
               "+---------------------------------".
           05 COLUMN 46 VALUE
              COLOR 7 HIGHLIGHT.
           05 LINE PLUS 1   COLUMN 32 PIC 9(03) USING DURACAO
              COLOR 7 HIGHLIGHT.
           05                COLUMN 60 PIC X(01) USING TIPO-MIDIA-FIL
              COLOR 7 HIGHLIGHT.
           05 LINE PLUS 1   COLUMN 32 PIC 9(03) USING QTDE-COPIAS
              COLOR 7 HIGHLIGHT.
           05 LINE PLUS 1   COLUMN 32 PIC X(15) USING DISTRIB
              COLOR 7 HIGHLIGHT.
           05 LINE PLUS 1   COLUMN 32 PIC 9(04) USING ANO-LANCAMENTO
              COLOR 7 HIGHLIGHT.
           05                COLUMN 60 PIC 9(08) USING DATA-ESTREIA-FIL
              COLOR 7 HIGHLIGHT.
           05 LINE PLUS 1   COLUMN 32 PIC X(04) USING GENERO
              COLOR 7 HIGHLIGHT.
           05 LINE PLUS 1   COLUMN 32 PIC X(04) USING GENERO-ADIC(1)
              COLOR 7 HIGHLIGHT.
           05                COLUMN 40 PIC X(02) USING CLASSIF-FIL
              COLOR 7 HIGHLIGHT.
           05                COLUMN 60 PIC X(01) USING FIXA-CLASSE-FIL
              COLOR 7 HIGHLIGHT.
