           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE (SPVIDPRG)
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-PLANOS-REL            PIC X(02).
       77  WRK-POPTION              PIC X(01) VALUE SPACE.
           05 LINE 11 COLUMN 30 VALUE "LOAN DAYS.....: [  ]".
           05 LINE 12 COLUMN 30 VALUE "DAILY FEE RATE: [      ]".
           05 LINE 13 COLUMN 30 VALUE "MONTHLY VALUE.: [        ]".
           05 LINE 14 COLUMN 30 VALUE "CLUB DISCOUNT%: [  ]".
      *
       01  SCREEN-PLAEDT-KEY.
           05 LINE 07 COLUMN 47 PIC X(02) USING COD-PLA
              COLOR 7 HIGHLIGHT.
           05 LINE 13 COLUMN 47 PIC 9(05)V9(02) USING VALOR-MES-PLA
              COLOR 7 HIGHLIGHT.
           05 LINE 14 COLUMN 47 PIC 9(02) USING DESC-EVENTO-PLA
              COLOR 7 HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-PLAMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-PLAMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-POPTION
             WHEN '1' PERFORM 0310-INCLUDE-PLAN
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
       0298-IDLE-LOCK-END. EXIT.

       0310-INCLUDE-PLAN SECTION.
           INITIALIZE REG-PLA WRK-MSG.
           SET PLA-ATIVO TO TRUE.
