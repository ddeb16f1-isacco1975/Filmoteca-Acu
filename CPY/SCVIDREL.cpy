           05 LINE 08 COLUMN 42 PIC 9(05) USING WRK-TOTAL-MOVIES.
           05 LINE 09 COLUMN 14 VALUE "AVERAGE GRADE (NOTA)......: ".
           05 LINE 09 COLUMN 43 PIC 9(03),9(02) USING WRK-NOTA-AVG.
           05 LINE 11 COLUMN 14 VALUE "OF WHICH FILMS............: ".
           05 LINE 11 COLUMN 42 PIC 9(05) USING WRK-TOTAL-FILMES.
           05 LINE 12 COLUMN 14 VALUE "OF WHICH GAMES............: ".
           05 LINE 12 COLUMN 42 PIC 9(05) USING WRK-TOTAL-JOGOS.
           05 LINE 13 COLUMN 14 VALUE "MEDIA TYPE SELECTED.......: ".
           05 LINE 13 COLUMN 42 PIC X(01) USING WRK-MIDIA-FILTRO.
           05 LINE 22 COLUMN 12 VALUE
               "+------------------------------------------------+".
