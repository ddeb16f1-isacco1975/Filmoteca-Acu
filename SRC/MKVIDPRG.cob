      ******************************************************************
      * FILE NAME   : MKVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MARKETING CAMPAIGN ROUTINE OF VIDEOTECA PROGRAM  *
      *               - DEFINES A CAMPAIGN WITH ITS PROMO CODE, BUILDS *
      *               ITS TARGET LIST FROM THE BORROWER AND LOAN FILES *
      *               (LAPSED MEMBERS, BIRTHDAYS OF THE MONTH, FANS OF *
      *               ONE GENRE), MAILS THE OPTED-IN ONES THROUGH THE  *
      *               NOTIFICATION QUEUE, AND REPORTS WHO CAME BACK IN *
      *               THE WINDOW, WHAT THEY RENTED, AND THE REVENUE    *
      *               AGAINST THE DISCOUNT GIVEN                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MKVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDKCS.cpy'. *> MARKETING CAMPAIGNS DAT WORKBOOK
           COPY 'CPVIDKAS.cpy'. *> CAMPAIGN TARGETS DAT WORKBOOK
           COPY 'CPVIDPMS.cpy'. *> PROMOTIONS DAT WORKBOOK
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPGS.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDNFS.cpy'. *> NOTIFICATION QUEUE DAT WORKBOOK
      *
           SELECT MALA-REL
              ASSIGN       TO 'MALA-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-MALA-REL.
      *
           SELECT RESPOSTA-REL
              ASSIGN       TO 'RESPOSTA-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-RESPOSTA-REL.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CAMPANHAS.
           COPY 'CPVIDKCR.cpy'. *> MARKETING CAMPAIGNS DATA FILE
      *
       FD  ALVOS.
           COPY 'CPVIDKAR.cpy'. *> CAMPAIGN TARGETS DATA FILE
      *
       FD  PROMOS.
           COPY 'CPVIDPRM.cpy'. *> PROMOTION DATA FILE
      *
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWERS DATA FILE
      *
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOANS DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  PAGAMENTOS.
           COPY 'CPVIDPAG.cpy'. *> FEE PAYMENTS DATA FILE
      *
       FD  NOTIFICACOES.
           COPY 'CPVIDNFI.cpy'. *> NOTIFICATION QUEUE DATA FILE
      *
       FD  MALA-REL.
       01 REG-MAL                PIC X(100).
      *
       FD  RESPOSTA-REL.
       01 REG-RSP                PIC X(100).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDKCW.cpy'. *> MARKETING CAMPAIGNS DAT WORKBOOK
           COPY 'CPVIDKAW.cpy'. *> CAMPAIGN TARGETS DAT WORKBOOK
           COPY 'CPVIDPMW.cpy'. *> PROMOTIONS DAT WORKBOOK
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPGW.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDNFW.cpy'. *> NOTIFICATION QUEUE DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-MALA-REL              PIC X(02) VALUE '00'.
       77  FS-RESPOSTA-REL          PIC X(02) VALUE '00'.
       77  WRK-KOPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-LST-LINE             PIC 9(02) USAGE COMP-3 VALUE 08.
       77  WRK-ITENS                PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-CNT-EDIT             PIC Z(04)9.
       77  WRK-VAL-EDIT             PIC Z.ZZZ.ZZ9,99.
       77  WRK-PERC-EDIT            PIC ZZ9.
       77  WRK-CMP-NOVA             PIC X(01) VALUE 'N'.
       77  WRK-COD-CMP              PIC X(08) VALUE SPACES.
      *
      *    LAPSED-MEMBER CUT-OFF: TODAY LESS MESES-CMP MONTHS, WORKED
      *    ON A MONTH COUNT (YEAR * 12 + MONTH) SO IT CROSSES YEARS.
       77  WRK-CORTE                PIC 9(08) VALUE ZERO.
       77  WRK-MESES-TOT            PIC 9(06) VALUE ZERO.
       77  WRK-CORTE-ANO            PIC 9(04) VALUE ZERO.
       77  WRK-CORTE-MES            PIC 9(02) VALUE ZERO.
      *
      *    A FAN OF A GENRE NEEDS A HISTORY TO SPEAK OF - THREE LOANS
      *    AT LEAST - BEFORE THE SHARE MEANS ANYTHING.
       77  WRK-MIN-EMP-GEN          PIC 9(02) VALUE 03.
       77  WRK-PERC-CALC            PIC 9(03)V9(02) VALUE ZERO.
       77  WRK-QUALIFICA            PIC X(01) VALUE 'N'.
      *
      *    LIST BUILD TOTALS.
       77  WRK-ALVOS                PIC 9(05) VALUE ZERO.
       77  WRK-EXCLUIDOS            PIC 9(05) VALUE ZERO.
      *
      *    RESPONSE REPORT: THE WINDOW RESPONSES ARE COUNTED IN, ONE
      *    LOAN'S FIGURES, AND THE CAMPAIGN TOTALS.
       77  WRK-RSP-DE               PIC 9(08) VALUE ZERO.
       77  WRK-EMP-REC              PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-EMP-DESC             PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-RESPOSTAS            PIC 9(05) VALUE ZERO.
       77  WRK-LOCACOES             PIC 9(05) VALUE ZERO.
       77  WRK-TOT-REC              PIC 9(09)V9(02) VALUE ZERO.
       77  WRK-TOT-DESC             PIC 9(09)V9(02) VALUE ZERO.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-CMPMNU.
           05 LINE 06 COLUMN 10 VALUE "+---------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. DEFINIR    |".
           05 LINE 08 COLUMN 10 VALUE "| 2. GERAR      |".
           05 LINE 09 COLUMN 10 VALUE "| 3. LISTAR     |".
           05 LINE 10 COLUMN 10 VALUE "| 4. RESPOSTA   |".
           05 LINE 11 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 12 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 13 COLUMN 10 VALUE "+---------------+".
           05 LINE 12 COLUMN 23 PIC X(01) USING WRK-KOPTION.
      *
       01  SCREEN-CMPEDT.
           05 LINE 07 COLUMN 12 VALUE "CAMPAIGN CODE...: [        ]".
           05 LINE 08 COLUMN 12 VALUE "DESCRIPTION.....: [".
           05 LINE 08 COLUMN 61 VALUE "]".
           05 LINE 09 COLUMN 12 VALUE "TARGET (L/A/G)..: [ ]".
           05 LINE 09 COLUMN 36
              VALUE "L=LAPSED  A=BIRTHDAY  G=GENRE FANS".
           05 LINE 10 COLUMN 12 VALUE "MONTHS IDLE (L).: [  ]".
           05 LINE 11 COLUMN 12 VALUE "GENRE (G).......: [    ]".
           05 LINE 11 COLUMN 40 VALUE "SHARE %: [   ]".
           05 LINE 12 COLUMN 12 VALUE "PROMO CODE......: [      ]".
           05 LINE 13 COLUMN 12 VALUE "WINDOW FROM.....: [        ]".
           05 LINE 13 COLUMN 43 VALUE "TO: [        ]".
           05 LINE 14 COLUMN 12 VALUE "MESSAGE.........: [".
           05 LINE 14 COLUMN 76 VALUE "]".
      *
       01  SCREEN-CMPEDT-DDS.
           05 LINE 08 COLUMN 31 PIC X(30) USING DESC-CMP
              COLOR 7 HIGHLIGHT.
           05 LINE 09 COLUMN 31 PIC X(01) USING TIPO-CMP
              COLOR 7 HIGHLIGHT.
           05 LINE 10 COLUMN 31 PIC 9(02) USING MESES-CMP
              COLOR 7 HIGHLIGHT.
           05 LINE 11 COLUMN 31 PIC X(04) USING GENERO-CMP
              COLOR 7 HIGHLIGHT.
           05 LINE 11 COLUMN 50 PIC 9(03) USING PERC-CMP
              COLOR 7 HIGHLIGHT.
           05 LINE 12 COLUMN 31 PIC X(06) USING COD-PRM-CMP
              COLOR 7 HIGHLIGHT.
           05 LINE 13 COLUMN 31 PIC 9(08) USING DATA-DE-CMP
              COLOR 7 HIGHLIGHT.
           05 LINE 13 COLUMN 48 PIC 9(08) USING DATA-ATE-CMP
              COLOR 7 HIGHLIGHT.
           05 LINE 14 COLUMN 31 PIC X(45) USING TEXTO-CMP
              COLOR 7 HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'MKVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O CAMPANHAS.
      *
           IF FS-CAMPANHAS EQUAL "35"
               OPEN OUTPUT CAMPANHAS
               CLOSE CAMPANHAS
               OPEN I-O CAMPANHAS
           END-IF.
      *
           IF FS-CAMPANHAS NOT EQUAL "00"
               MOVE '47ERROR OPENING CAMPAIGN FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CAMPANHAS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING CAMPAIGN FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O ALVOS.
           IF FS-ALVOS EQUAL "35"
               OPEN OUTPUT ALVOS
               CLOSE ALVOS
               OPEN I-O ALVOS
           END-IF.
      *
           OPEN INPUT PROMOS.
           IF FS-PROMOS EQUAL "35"
               OPEN OUTPUT PROMOS
               CLOSE PROMOS
               OPEN INPUT PROMOS
           END-IF.
      *
           OPEN INPUT BORROWERS.
           IF FS-BORROWERS EQUAL "35"
               OPEN OUTPUT BORROWERS
               CLOSE BORROWERS
               OPEN INPUT BORROWERS
           END-IF.
      *
           OPEN INPUT EMPRESTIMOS.
           IF FS-EMPRESTIMOS EQUAL "35"
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN INPUT EMPRESTIMOS
           END-IF.
      *
           OPEN INPUT MOVIES.
           IF FS-MOVIES EQUAL "35"
               OPEN OUTPUT MOVIES
               CLOSE MOVIES
               OPEN INPUT MOVIES
           END-IF.
      *
           OPEN INPUT PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL "35"
               OPEN OUTPUT PAGAMENTOS
               CLOSE PAGAMENTOS
               OPEN INPUT PAGAMENTOS
           END-IF.
      *
           OPEN I-O NOTIFICACOES.
           IF FS-NOTIFICA EQUAL "35"
               OPEN OUTPUT NOTIFICACOES
               CLOSE NOTIFICACOES
               OPEN I-O NOTIFICACOES
           END-IF.
      *
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
       0100-OPEN-DATA-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE "   * * *  C A M P A I G N S  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE WRK-KOPTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-CMPMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-CMPMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-KOPTION
             WHEN '1' PERFORM 0310-DEFINE-CAMPAIGN
             WHEN '2' PERFORM 0320-BUILD-TARGETS
             WHEN '3' PERFORM 0340-LIST-CAMPAIGNS
             WHEN '4' PERFORM 0350-RESPONSE-REPORT
             WHEN '0' MOVE 'N' TO WRK-CONTINUE
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG). WHOEVER
      *    UNLOCKED STAMPS EVERYTHING AFTER.
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
           MOVE LNK-BLQ-ID TO WRK-OPERATOR.
       0298-IDLE-LOCK-END. EXIT.

      *    A NEW CODE STARTS PENDING; A PENDING ONE COMES UP FOR
      *    CORRECTION. A CAMPAIGN ALREADY SENT IS LEFT AS IT WENT OUT
      *    - ITS RESPONSES ARE MEASURED AGAINST WHAT WAS MAILED.
       0310-DEFINE-CAMPAIGN SECTION.
           INITIALIZE REG-CMP WRK-MSG.
           DISPLAY SCREEN-CMPEDT.
           ACCEPT COD-CMP AT LINE 07 COLUMN 31.
           IF COD-CMP EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           INSPECT COD-CMP CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE COD-CMP TO WRK-COD-CMP.
           READ CAMPANHAS
               INVALID KEY
                   MOVE 'S' TO WRK-CMP-NOVA
                   INITIALIZE REG-CMP
                   MOVE WRK-COD-CMP TO COD-CMP
                   SET CMP-INATIVOS TO TRUE
                   SET CMP-PENDENTE TO TRUE
                   MOVE 060 TO PERC-CMP
               NOT INVALID KEY
                   MOVE 'N' TO WRK-CMP-NOVA
           END-READ.
           IF CMP-ENVIADA
               MOVE '43CAMPAIGN ALREADY SENT - IT CANNOT BE CHANGED.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           ACCEPT SCREEN-CMPEDT-DDS.
           PERFORM 0315-CHECK-CAMPAIGN.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-OPERATOR TO OPERADOR-CMP.
           IF WRK-CMP-NOVA EQUAL 'S'
               WRITE REG-CMP
                   INVALID KEY
                       MOVE '42ERROR RECORDING CAMPAIGN.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '57CAMPAIGN RECORDED.' TO WRK-MSG
               END-WRITE
           ELSE
               REWRITE REG-CMP
                   INVALID KEY
                       MOVE '42ERROR RECORDING CAMPAIGN.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '54CAMPAIGN REPLACED.' TO WRK-MSG
               END-REWRITE
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-DEFINE-CAMPAIGN-END. EXIT.

      *    THE TARGET RULE MUST BE COMPLETE FOR ITS TYPE AND THE PROMO
      *    CODE LIVE ON PROMOS.dat. A WINDOW LEFT BLANK TAKES THE
      *    PROMOTION'S OWN DATES. ANY PROBLEM IS LEFT IN WRK-MSG.
       0315-CHECK-CAMPAIGN SECTION.
           INITIALIZE WRK-MSG.
           INSPECT TIPO-CMP CONVERTING 'lag' TO 'LAG'.
           INSPECT GENERO-CMP
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT COD-PRM-CMP
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT TEXTO-CMP
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF PERC-CMP EQUAL ZERO
               MOVE 060 TO PERC-CMP
           END-IF.
      *
           EVALUATE TRUE
               WHEN NOT CMP-INATIVOS AND NOT CMP-ANIVERSARIO
                                     AND NOT CMP-GENERO
                   MOVE '20TARGET MUST BE L, A OR G.' TO WRK-MSG
               WHEN CMP-INATIVOS AND MESES-CMP EQUAL ZERO
                   MOVE '20MONTHS IDLE REQUIRED FOR A LAPSED LIST.'
                       TO WRK-MSG
               WHEN CMP-GENERO AND GENERO-CMP EQUAL SPACES
                   MOVE '20GENRE REQUIRED FOR A GENRE LIST.' TO WRK-MSG
               WHEN PERC-CMP GREATER 100
                   MOVE '20SHARE CANNOT EXCEED 100 PER CENT.' TO WRK-MSG
               WHEN TEXTO-CMP EQUAL SPACES
                   MOVE '20MESSAGE REQUIRED.' TO WRK-MSG
           END-EVALUATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE COD-PRM-CMP TO COD-PRM.
           READ PROMOS
               INVALID KEY
                   MOVE '48PROMO CODE NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
           IF PRM-ENCERRADA
               MOVE '43PROMOTION IS CLOSED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           IF DATA-DE-CMP EQUAL ZEROES
               MOVE DATA-DE-PRM TO DATA-DE-CMP
           END-IF.
           IF DATA-ATE-CMP EQUAL ZEROES
               MOVE DATA-ATE-PRM TO DATA-ATE-CMP
           END-IF.
           IF DATA-ATE-CMP LESS DATA-DE-CMP
               MOVE '20WINDOW ENDS BEFORE IT STARTS.' TO WRK-MSG
           END-IF.
       0315-CHECK-CAMPAIGN-END. EXIT.

      *    BUILDS THE TARGET LIST AND POSTS THE MAILING, ONCE PER
      *    CAMPAIGN, IN THREE PASSES OVER ALVOS.dat: EVERY ACTIVE
      *    MEMBER GOES ON AS A CANDIDATE, ONE RUN DOWN THE LOAN FILE
      *    FILLS IN THEIR FIGURES, AND A LAST WALK KEEPS AND MAILS THE
      *    ONES WHO QUALIFY. SOMEONE WHO QUALIFIES BUT HAS NOT OPTED
      *    IN TO MARKETING IS COUNTED AND LEFT OUT.
       0320-BUILD-TARGETS SECTION.
           INITIALIZE REG-CMP WRK-MSG.
           DISPLAY 'CAMPAIGN CODE TO SEND: [        ]'
               AT LINE 16 COLUMN 12.
           ACCEPT COD-CMP AT LINE 16 COLUMN 36.
           IF COD-CMP EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           INSPECT COD-CMP CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           READ CAMPANHAS
               INVALID KEY
                   MOVE '48CAMPAIGN NOT FOUND.' TO WRK-MSG
           END-READ.
           IF WRK-MSG-TEXT EQUAL SPACES AND CMP-ENVIADA
               MOVE '43CAMPAIGN ALREADY SENT.' TO WRK-MSG
           END-IF.
           IF WRK-MSG-TEXT EQUAL SPACES
               PERFORM 0315-CHECK-CAMPAIGN
           END-IF.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41BUILD THE TARGET LIST AND POST THE MAILING (Y/N)?'
               TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27MAILING CANCELLED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           OPEN OUTPUT MALA-REL.
           IF FS-MALA-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING MALA-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0321-CUT-OFF-DATE.
           PERFORM 0322-CLEAR-TARGETS.
           PERFORM 0323-LOAD-CANDIDATES.
           IF NOT CMP-ANIVERSARIO
               PERFORM 0325-LOAN-FIGURES
           END-IF.
      *
           MOVE SPACES TO REG-MAL.
           STRING 'VIDEOTECA - MAILING LIST ' COD-CMP ' ' DESC-CMP
                  '   RUN DATE: ' WRK-DATE
               DELIMITED BY SIZE INTO REG-MAL.
           WRITE REG-MAL.
           MOVE SPACES TO REG-MAL.
           STRING 'PROMO CODE: ' COD-PRM-CMP '   MESSAGE: ' TEXTO-CMP
               DELIMITED BY SIZE INTO REG-MAL.
           WRITE REG-MAL.
           MOVE ALL '-' TO REG-MAL.
           WRITE REG-MAL.
           MOVE 'MEMBR NAME                 CONTACT' TO REG-MAL.
           WRITE REG-MAL.
      *
           MOVE ZERO TO WRK-ALVOS WRK-EXCLUIDOS.
           PERFORM 0327-SELECT-TARGETS.
      *
           MOVE ALL '-' TO REG-MAL.
           WRITE REG-MAL.
           MOVE SPACES TO REG-MAL.
           MOVE WRK-ALVOS TO WRK-CNT-EDIT.
           STRING 'MAILED: ' WRK-CNT-EDIT DELIMITED BY SIZE
               INTO REG-MAL.
           MOVE WRK-EXCLUIDOS TO WRK-CNT-EDIT.
           STRING '   LEFT OUT (NO MARKETING CONSENT): ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO REG-MAL(14:).
           WRITE REG-MAL.
           CLOSE MALA-REL.
      *
           SET CMP-ENVIADA TO TRUE.
           MOVE WRK-TODAY-NUM TO DATA-ENVIO-CMP.
           MOVE WRK-OPERATOR  TO OPERADOR-CMP.
           MOVE WRK-ALVOS     TO QTDE-ALVOS-CMP.
           MOVE WRK-EXCLUIDOS TO QTDE-EXCL-CMP.
           REWRITE REG-CMP
               INVALID KEY
                   MOVE '42ERROR RECORDING CAMPAIGN.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
           END-REWRITE.
      *
           MOVE 'MALADIR' TO LNK-SPL-NOME.
           MOVE 'MALA-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
      *
           MOVE WRK-ALVOS TO WRK-CNT-EDIT.
           INITIALIZE WRK-MSG.
           STRING '57MAILING POSTED TO ' DELIMITED BY SIZE
                  WRK-CNT-EDIT DELIMITED BY SIZE
                  ' MEMBER(S) - LIST ON MALA-REL.TXT.'
                      DELIMITED BY SIZE
               INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-BUILD-TARGETS-END. EXIT.

       0321-CUT-OFF-DATE SECTION.
           MOVE ZEROES TO WRK-CORTE.
           IF NOT CMP-INATIVOS
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-TODAY-NUM(1:4) TO WRK-CORTE-ANO.
           MOVE WRK-TODAY-NUM(5:2) TO WRK-CORTE-MES.
           COMPUTE WRK-MESES-TOT = WRK-CORTE-ANO * 12
                                 + WRK-CORTE-MES - 1 - MESES-CMP.
           DIVIDE WRK-MESES-TOT BY 12 GIVING WRK-CORTE-ANO
               REMAINDER WRK-CORTE-MES.
           ADD 1 TO WRK-CORTE-MES.
           MOVE WRK-CORTE-ANO      TO WRK-CORTE(1:4).
           MOVE WRK-CORTE-MES      TO WRK-CORTE(5:2).
           MOVE WRK-TODAY-NUM(7:2) TO WRK-CORTE(7:2).
       0321-CUT-OFF-DATE-END. EXIT.

      *    WHAT AN EARLIER, INTERRUPTED RUN LEFT ON THE CAMPAIGN'S
      *    GROUP GOES FIRST.
       0322-CLEAR-TARGETS SECTION.
           MOVE COD-CMP TO COD-CMP-ALV.
           MOVE ZEROES  TO NUM-LOC-ALV.
           START ALVOS KEY IS NOT LESS CHAVE-ALV
               INVALID KEY MOVE 10 TO FS-ALVOS
           END-START.
           IF FS-ALVOS NOT EQUAL 10
               READ ALVOS NEXT AT END MOVE 10 TO FS-ALVOS END-READ
           END-IF.
           PERFORM UNTIL FS-ALVOS EQUAL 10
                     OR COD-CMP-ALV NOT EQUAL COD-CMP
               DELETE ALVOS
                   INVALID KEY CONTINUE
               END-DELETE
               READ ALVOS NEXT AT END MOVE 10 TO FS-ALVOS END-READ
           END-PERFORM.
       0322-CLEAR-TARGETS-END. EXIT.

      *    EVERY ACTIVE MEMBER - NOT A CHARGE ACCOUNT - WHO COULD
      *    QUALIFY. A BIRTHDAY LIST NEEDS NOTHING MORE THAN THE MONTH
      *    THE WINDOW OPENS IN, SO IT IS SETTLED HERE.
       0323-LOAD-CANDIDATES SECTION.
           MOVE LOW-VALUES TO NUM-LOC.
           START BORROWERS KEY IS NOT LESS NUM-LOC
               INVALID KEY MOVE 10 TO FS-BORROWERS
           END-START.
           IF FS-BORROWERS NOT EQUAL 10
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-BORROWERS EQUAL 10
               IF LOC-ATIVO AND LOC-PESSOA
                   IF NOT CMP-ANIVERSARIO
                      OR (DATA-NASC-LOC NOT EQUAL ZEROES
                          AND DATA-NASC-LOC(5:2) EQUAL
                              DATA-DE-CMP(5:2))
                       INITIALIZE REG-ALV
                       MOVE COD-CMP         TO COD-CMP-ALV
                       MOVE NUM-LOC         TO NUM-LOC-ALV
                       MOVE NOME-LOC        TO NOME-ALV
                       MOVE CONSENT-MKT-LOC TO CONSENT-ALV
                       SET ALV-CANDIDATO TO TRUE
                       WRITE REG-ALV
                           INVALID KEY CONTINUE
                       END-WRITE
                   END-IF
               END-IF
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-PERFORM.
       0323-LOAD-CANDIDATES-END. EXIT.

      *    ONE RUN DOWN THE LOAN FILE: EACH LOAN OF A CANDIDATE MOVES
      *    THEIR LAST-LOAN DATE AND COUNTS, AND FOR A GENRE LIST WHETHER
      *    THE TITLE'S MAIN GENRE IS THE ONE ASKED.
       0325-LOAN-FIGURES SECTION.
           MOVE LOW-VALUES TO NUM-EMP.
           START EMPRESTIMOS KEY IS NOT LESS NUM-EMP
               INVALID KEY MOVE 10 TO FS-EMPRESTIMOS
           END-START.
           IF FS-EMPRESTIMOS NOT EQUAL 10
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-EMPRESTIMOS EQUAL 10
               MOVE COD-CMP     TO COD-CMP-ALV
               MOVE NUM-LOC-EMP TO NUM-LOC-ALV
               READ ALVOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0326-TALLY-LOAN
               END-READ
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-PERFORM.
       0325-LOAN-FIGURES-END. EXIT.

       0326-TALLY-LOAN SECTION.
           ADD 1 TO QTDE-EMP-ALV.
           IF DATA-EMPRESTIMO GREATER ULT-EMP-ALV
               MOVE DATA-EMPRESTIMO TO ULT-EMP-ALV
           END-IF.
           IF CMP-GENERO
               MOVE CODIGO-EMP TO CODIGO
               READ MOVIES
                   INVALID KEY
                       MOVE SPACES TO GENERO
               END-READ
               IF GENERO EQUAL GENERO-CMP
                   ADD 1 TO QTDE-GEN-ALV
               END-IF
           END-IF.
           REWRITE REG-ALV
               INVALID KEY CONTINUE
           END-REWRITE.
       0326-TALLY-LOAN-END. EXIT.

      *    THE CAMPAIGN'S CANDIDATES, ONE BY ONE: A QUALIFYING MEMBER
      *    WHO HAS OPTED IN IS MAILED AND KEPT AS A TARGET; EVERYONE
      *    ELSE IS TAKEN OFF THE GROUP.
       0327-SELECT-TARGETS SECTION.
           MOVE COD-CMP TO COD-CMP-ALV.
           MOVE ZEROES  TO NUM-LOC-ALV.
           START ALVOS KEY IS NOT LESS CHAVE-ALV
               INVALID KEY MOVE 10 TO FS-ALVOS
           END-START.
           IF FS-ALVOS NOT EQUAL 10
               READ ALVOS NEXT AT END MOVE 10 TO FS-ALVOS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-ALVOS EQUAL 10
                     OR COD-CMP-ALV NOT EQUAL COD-CMP
               PERFORM 0328-QUALIFIES
               IF WRK-QUALIFICA EQUAL 'S' AND CONSENT-ALV EQUAL 'S'
                   PERFORM 0329-MAIL-TARGET
               ELSE
                   IF WRK-QUALIFICA EQUAL 'S'
                       ADD 1 TO WRK-EXCLUIDOS
                   END-IF
                   DELETE ALVOS
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
               READ ALVOS NEXT AT END MOVE 10 TO FS-ALVOS END-READ
           END-PERFORM.
       0327-SELECT-TARGETS-END. EXIT.

      *    LAPSED: HAS RENTED, BUT NOT SINCE THE CUT-OFF. GENRE FAN:
      *    ENOUGH LOANS, AND THE GENRE'S SHARE OF THEM AT LEAST THE
      *    PERCENTAGE ASKED. A BIRTHDAY CANDIDATE IS IN ALREADY.
       0328-QUALIFIES SECTION.
           MOVE 'N' TO WRK-QUALIFICA.
           EVALUATE TRUE
               WHEN CMP-ANIVERSARIO
                   MOVE 'S' TO WRK-QUALIFICA
               WHEN CMP-INATIVOS
                   IF ULT-EMP-ALV NOT EQUAL ZEROES
                      AND ULT-EMP-ALV LESS WRK-CORTE
                       MOVE 'S' TO WRK-QUALIFICA
                   END-IF
               WHEN CMP-GENERO
                   IF QTDE-EMP-ALV NOT LESS WRK-MIN-EMP-GEN
                       COMPUTE WRK-PERC-CALC ROUNDED =
                           QTDE-GEN-ALV * 100 / QTDE-EMP-ALV
                       IF WRK-PERC-CALC NOT LESS PERC-CMP
                           MOVE 'S' TO WRK-QUALIFICA
                       END-IF
                   END-IF
           END-EVALUATE.
       0328-QUALIFIES-END. EXIT.

      *    POSTS THE MESSAGE WITH ITS PROMO CODE TO THE NOTIFICATION
      *    QUEUE AS A MARKETING ENTRY (NQVIDPRG PICKS THE CHANNEL),
      *    KEEPS THE TARGET AND PUTS THEM ON THE MAILING LIST.
       0329-MAIL-TARGET SECTION.
           MOVE NUM-LOC-ALV TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   INITIALIZE REG-LOC
           END-READ.
      *
           MOVE NUM-LOC-ALV TO WRK-NTF-LOC.
           MOVE NOME-ALV    TO WRK-NTF-NOME.
           MOVE 'M'         TO WRK-NTF-TIPO.
           MOVE SPACES      TO WRK-NTF-TEXTO.
           STRING TEXTO-CMP ' CODE: ' COD-PRM-CMP
               DELIMITED BY SIZE INTO WRK-NTF-TEXTO.
           PERFORM 0330-POST-NOTICE.
      *
           SET ALV-SELECIONADO TO TRUE.
           MOVE WRK-NTF-NEXT TO NUM-NTF-ALV.
           REWRITE REG-ALV
               INVALID KEY CONTINUE
           END-REWRITE.
           ADD 1 TO WRK-ALVOS.
      *
           MOVE SPACES TO REG-MAL.
           MOVE NUM-LOC-ALV TO REG-MAL(1:5).
           MOVE NOME-ALV    TO REG-MAL(7:20).
           EVALUATE TRUE
               WHEN EMAIL-LOC NOT EQUAL SPACES
                   MOVE EMAIL-LOC    TO REG-MAL(28:50)
               WHEN CELULAR-LOC NOT EQUAL SPACES
                   MOVE CELULAR-LOC  TO REG-MAL(28:15)
               WHEN OTHER
                   MOVE ENDERECO-LOC TO REG-MAL(28:30)
           END-EVALUATE.
           WRITE REG-MAL.
       0329-MAIL-TARGET-END. EXIT.

       0330-POST-NOTICE SECTION.
           COPY 'CPVIDNFP.cpy'. *> POST ONE NOTIFICATION
       0330-POST-NOTICE-END. EXIT.

      *    EVERY CAMPAIGN, A PAGE AT A TIME, WITH ITS STATE AND HOW
      *    MANY IT WENT TO.
       0340-LIST-CAMPAIGNS SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZERO TO WRK-ITENS.
           PERFORM 0348-LIST-HEADER.
      *
           MOVE LOW-VALUES TO COD-CMP.
           START CAMPANHAS KEY IS NOT LESS COD-CMP
               INVALID KEY MOVE 10 TO FS-CAMPANHAS
           END-START.
           IF FS-CAMPANHAS NOT EQUAL 10
               READ CAMPANHAS NEXT AT END MOVE 10 TO FS-CAMPANHAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-CAMPANHAS EQUAL 10
               IF WRK-LST-LINE GREATER 20
                   MOVE '57MORE CAMPAIGNS - PRESS ENTER.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   INITIALIZE WRK-MSG
                   PERFORM 0348-LIST-HEADER
               END-IF
               ADD 1 TO WRK-ITENS
               DISPLAY COD-CMP AT LINE WRK-LST-LINE COLUMN 04
                   COLOR 11 HIGHLIGHT
               DISPLAY DESC-CMP(1:24) AT LINE WRK-LST-LINE COLUMN 13
                   COLOR 11 HIGHLIGHT
               DISPLAY TIPO-CMP AT LINE WRK-LST-LINE COLUMN 38
                   COLOR 11 HIGHLIGHT
               DISPLAY COD-PRM-CMP AT LINE WRK-LST-LINE COLUMN 41
                   COLOR 11 HIGHLIGHT
               DISPLAY DATA-DE-CMP AT LINE WRK-LST-LINE COLUMN 48
               DISPLAY DATA-ATE-CMP AT LINE WRK-LST-LINE COLUMN 57
               IF CMP-ENVIADA
                   MOVE QTDE-ALVOS-CMP TO WRK-CNT-EDIT
                   DISPLAY WRK-CNT-EDIT AT LINE WRK-LST-LINE COLUMN 66
                       COLOR 4 HIGHLIGHT
               ELSE
                   DISPLAY 'PENDING' AT LINE WRK-LST-LINE COLUMN 66
                       COLOR 3 HIGHLIGHT
               END-IF
               ADD 1 TO WRK-LST-LINE
               READ CAMPANHAS NEXT AT END MOVE 10 TO FS-CAMPANHAS
               END-READ
           END-PERFORM.
      *
           IF WRK-ITENS EQUAL ZERO
               MOVE '48NO CAMPAIGNS DEFINED YET.' TO WRK-MSG
               DISPLAY SCREEN-MSG
           END-IF.
           ACCEPT SCREEN-WAIT.
       0340-LIST-CAMPAIGNS-END. EXIT.

       0348-LIST-HEADER SECTION.
           DISPLAY SCREEN-MAIN.
           DISPLAY 'CAMPAIGN DESCRIPTION              T PROMO'
               AT LINE 07 COLUMN 04.
           DISPLAY 'FROM     TO       SENT TO' AT LINE 07 COLUMN 48.
           MOVE 08 TO WRK-LST-LINE.
       0348-LIST-HEADER-END. EXIT.

      *    WHO CAME BACK: EVERY LOAN TAKEN BY A TARGET BETWEEN THE DAY
      *    THE MAILING WENT OUT (OR THE WINDOW OPENING, IF LATER) AND
      *    THE WINDOW CLOSING, WITH THE TITLE, THE RENTAL MONEY TAKEN
      *    FOR IT AND THE CAMPAIGN DISCOUNT GIVEN ON IT; THEN THE
      *    RESPONSE RATE AND THE TOTALS. THE FIGURES ON THE TARGET
      *    ROWS ARE REBUILT EACH RUN, SO IT CAN BE RUN MID-WINDOW.
       0350-RESPONSE-REPORT SECTION.
           INITIALIZE REG-CMP WRK-MSG.
           DISPLAY 'CAMPAIGN CODE TO REPORT: [        ]'
               AT LINE 16 COLUMN 12.
           ACCEPT COD-CMP AT LINE 16 COLUMN 38.
           IF COD-CMP EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           INSPECT COD-CMP CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           READ CAMPANHAS
               INVALID KEY
                   MOVE '48CAMPAIGN NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
           IF NOT CMP-ENVIADA
               MOVE '43CAMPAIGN NOT SENT YET.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           OPEN OUTPUT RESPOSTA-REL.
           IF FS-RESPOSTA-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING RESPOSTA-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE DATA-DE-CMP TO WRK-RSP-DE.
           IF DATA-ENVIO-CMP GREATER WRK-RSP-DE
               MOVE DATA-ENVIO-CMP TO WRK-RSP-DE
           END-IF.
           MOVE ZERO TO WRK-RESPOSTAS WRK-LOCACOES WRK-ALVOS
                        WRK-TOT-REC WRK-TOT-DESC.
      *
           MOVE SPACES TO REG-RSP.
           STRING 'VIDEOTECA - CAMPAIGN RESPONSE ' COD-CMP ' '
                  DESC-CMP '   RUN DATE: ' WRK-DATE
               DELIMITED BY SIZE INTO REG-RSP.
           WRITE REG-RSP.
           MOVE SPACES TO REG-RSP.
           STRING 'PROMO CODE: ' COD-PRM-CMP
                  '   SENT: ' DATA-ENVIO-CMP
                  '   COUNTED FROM ' WRK-RSP-DE ' TO ' DATA-ATE-CMP
               DELIMITED BY SIZE INTO REG-RSP.
           WRITE REG-RSP.
           MOVE ALL '-' TO REG-RSP.
           WRITE REG-RSP.
           MOVE SPACES TO REG-RSP.
           STRING 'MEMBR NAME                 DATE     '
                  'TITLE                        '
                  '    RENTAL  DISCOUNT'
               DELIMITED BY SIZE INTO REG-RSP.
           WRITE REG-RSP.
      *
           PERFORM 0352-RESET-RESPONSES.
           PERFORM 0354-RESPONSE-LOANS.
           PERFORM 0358-RESPONSE-TOTALS.
      *
           CLOSE RESPOSTA-REL.
      *
           MOVE 'RESPCAMP' TO LNK-SPL-NOME.
           MOVE 'RESPOSTA-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
      *
           MOVE WRK-RESPOSTAS TO WRK-CNT-EDIT.
           INITIALIZE WRK-MSG.
           STRING '57RESPONSES: ' DELIMITED BY SIZE
                  WRK-CNT-EDIT DELIMITED BY SIZE
                  ' - REPORT ON RESPOSTA-REL.TXT.' DELIMITED BY SIZE
               INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-RESPONSE-REPORT-END. EXIT.

       0352-RESET-RESPONSES SECTION.
           MOVE COD-CMP TO COD-CMP-ALV.
           MOVE ZEROES  TO NUM-LOC-ALV.
           START ALVOS KEY IS NOT LESS CHAVE-ALV
               INVALID KEY MOVE 10 TO FS-ALVOS
           END-START.
           IF FS-ALVOS NOT EQUAL 10
               READ ALVOS NEXT AT END MOVE 10 TO FS-ALVOS END-READ
           END-IF.
           PERFORM UNTIL FS-ALVOS EQUAL 10
                     OR COD-CMP-ALV NOT EQUAL COD-CMP
               MOVE ZEROES TO RESP-EMP-ALV RESP-REC-ALV RESP-DESC-ALV
               REWRITE REG-ALV
                   INVALID KEY CONTINUE
               END-REWRITE
               READ ALVOS NEXT AT END MOVE 10 TO FS-ALVOS END-READ
           END-PERFORM.
       0352-RESET-RESPONSES-END. EXIT.

       0354-RESPONSE-LOANS SECTION.
           MOVE LOW-VALUES TO NUM-EMP.
           START EMPRESTIMOS KEY IS NOT LESS NUM-EMP
               INVALID KEY MOVE 10 TO FS-EMPRESTIMOS
           END-START.
           IF FS-EMPRESTIMOS NOT EQUAL 10
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-EMPRESTIMOS EQUAL 10
               IF DATA-EMPRESTIMO NOT LESS WRK-RSP-DE
                  AND DATA-EMPRESTIMO NOT GREATER DATA-ATE-CMP
                   MOVE COD-CMP     TO COD-CMP-ALV
                   MOVE NUM-LOC-EMP TO NUM-LOC-ALV
                   READ ALVOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0356-RESPONSE-LINE
                   END-READ
               END-IF
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-PERFORM.
       0354-RESPONSE-LOANS-END. EXIT.

      *    ONE LOAN OF A TARGET: THE RENTAL MONEY IS THE LOAN'S RENTAL
      *    ROWS ON PAGAMENTOS.dat (FEES ARE NOT THE CAMPAIGN'S DOING);
      *    THE DISCOUNT COUNTS ONLY WHEN THE CAMPAIGN'S OWN CODE WAS
      *    RUNG UP ON IT.
       0356-RESPONSE-LINE SECTION.
           MOVE ZERO TO WRK-EMP-REC WRK-EMP-DESC.
           MOVE NUM-EMP TO NUM-EMP-PAG.
           START PAGAMENTOS KEY IS EQUAL NUM-EMP-PAG
               INVALID KEY MOVE 10 TO FS-PAGAMENTOS
           END-START.
           IF FS-PAGAMENTOS NOT EQUAL 10
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-IF.
           PERFORM UNTIL FS-PAGAMENTOS EQUAL 10
                     OR NUM-EMP-PAG NOT EQUAL NUM-EMP
               IF PAG-LOCACAO
                   ADD VALOR-PAG TO WRK-EMP-REC
               END-IF
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-PERFORM.
           IF COD-PRM-EMP EQUAL COD-PRM-CMP
               MOVE DESC-PRM-EMP TO WRK-EMP-DESC
           END-IF.
      *
           ADD 1            TO RESP-EMP-ALV.
           ADD WRK-EMP-REC  TO RESP-REC-ALV.
           ADD WRK-EMP-DESC TO RESP-DESC-ALV.
           REWRITE REG-ALV
               INVALID KEY CONTINUE
           END-REWRITE.
      *
           MOVE CODIGO-EMP TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE SPACES TO TITULO
           END-READ.
      *
           MOVE SPACES TO REG-RSP.
           MOVE NUM-LOC-ALV     TO REG-RSP(1:5).
           MOVE NOME-ALV        TO REG-RSP(7:20).
           MOVE DATA-EMPRESTIMO TO REG-RSP(28:8).
           MOVE TITULO(1:28)    TO REG-RSP(37:28).
           MOVE WRK-EMP-REC     TO WRK-VAL-EDIT.
           MOVE WRK-VAL-EDIT    TO REG-RSP(66:12).
           MOVE WRK-EMP-DESC    TO WRK-VAL-EDIT.
           MOVE WRK-VAL-EDIT    TO REG-RSP(79:12).
           WRITE REG-RSP.
       0356-RESPONSE-LINE-END. EXIT.

      *    THE TARGET ROWS AFTER THE LOAN RUN GIVE THE RESPONSE RATE
      *    AND THE MONEY BOTH WAYS.
       0358-RESPONSE-TOTALS SECTION.
           MOVE COD-CMP TO COD-CMP-ALV.
           MOVE ZEROES  TO NUM-LOC-ALV.
           START ALVOS KEY IS NOT LESS CHAVE-ALV
               INVALID KEY MOVE 10 TO FS-ALVOS
           END-START.
           IF FS-ALVOS NOT EQUAL 10
               READ ALVOS NEXT AT END MOVE 10 TO FS-ALVOS END-READ
           END-IF.
           PERFORM UNTIL FS-ALVOS EQUAL 10
                     OR COD-CMP-ALV NOT EQUAL COD-CMP
               ADD 1 TO WRK-ALVOS
               IF RESP-EMP-ALV GREATER ZERO
                   ADD 1             TO WRK-RESPOSTAS
                   ADD RESP-EMP-ALV  TO WRK-LOCACOES
                   ADD RESP-REC-ALV  TO WRK-TOT-REC
                   ADD RESP-DESC-ALV TO WRK-TOT-DESC
               END-IF
               READ ALVOS NEXT AT END MOVE 10 TO FS-ALVOS END-READ
           END-PERFORM.
      *
           MOVE ALL '-' TO REG-RSP.
           WRITE REG-RSP.
           MOVE SPACES TO REG-RSP.
           MOVE WRK-ALVOS TO WRK-CNT-EDIT.
           STRING 'TARGETS MAILED....: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO REG-RSP.
           WRITE REG-RSP.
           MOVE SPACES TO REG-RSP.
           MOVE WRK-RESPOSTAS TO WRK-CNT-EDIT.
           MOVE ZERO TO WRK-PERC-CALC.
           IF WRK-ALVOS GREATER ZERO
               COMPUTE WRK-PERC-CALC ROUNDED =
                   WRK-RESPOSTAS * 100 / WRK-ALVOS
           END-IF.
           MOVE WRK-PERC-CALC TO WRK-PERC-EDIT.
           STRING 'CAME BACK.........: ' WRK-CNT-EDIT
                  '  (' WRK-PERC-EDIT '%)'
               DELIMITED BY SIZE INTO REG-RSP.
           WRITE REG-RSP.
           MOVE SPACES TO REG-RSP.
           MOVE WRK-LOCACOES TO WRK-CNT-EDIT.
           STRING 'RENTALS...........: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO REG-RSP.
           WRITE REG-RSP.
           MOVE SPACES TO REG-RSP.
           MOVE WRK-TOT-REC TO WRK-VAL-EDIT.
           STRING 'RENTAL REVENUE....: ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-RSP.
           WRITE REG-RSP.
           MOVE SPACES TO REG-RSP.
           MOVE WRK-TOT-DESC TO WRK-VAL-EDIT.
           STRING 'DISCOUNT GIVEN....: ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-RSP.
           WRITE REG-RSP.
           MOVE SPACES TO REG-RSP.
           IF WRK-TOT-REC NOT LESS WRK-TOT-DESC
               COMPUTE WRK-TOT-REC = WRK-TOT-REC - WRK-TOT-DESC
               MOVE WRK-TOT-REC TO WRK-VAL-EDIT
               STRING 'REVENUE LESS DISC.: ' WRK-VAL-EDIT
                   DELIMITED BY SIZE INTO REG-RSP
           ELSE
               COMPUTE WRK-TOT-REC = WRK-TOT-DESC - WRK-TOT-REC
               MOVE WRK-TOT-REC TO WRK-VAL-EDIT
               STRING 'DISCOUNT OVER REV.: ' WRK-VAL-EDIT
                   DELIMITED BY SIZE INTO REG-RSP
           END-IF.
           WRITE REG-RSP.
       0358-RESPONSE-TOTALS-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE ALVOS PROMOS BORROWERS EMPRESTIMOS MOVIES PAGAMENTOS
                 NOTIFICACOES.
           CLOSE CAMPANHAS.
      *
           IF FS-CAMPANHAS NOT EQUAL "00"
               MOVE '47ERROR CLOSING CAMPAIGN FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CAMPANHAS TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING CAMPAIGN FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM MKVIDPRG.
