      ******************************************************************
      * FILE NAME   : QBVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : SHRINKAGE AND LOSS ANALYSIS OF VIDEOTECA PROGRAM *
      *               - GATHERS EVERY KIND OF STOCK LOSS OVER A PERIOD *
      *               (STOCKTAKE SHRINKAGE, COPIES LOST OR DAMAGED ON  *
      *               LOAN, REGISTER WRITE-OFFS, COPIES OUT WITH       *
      *               ACCOUNTS IN COLLECTIONS, TRANSFERS THAT NEVER    *
      *               ARRIVED) BY MONTH, BRANCH, GENRE, FORMAT AND     *
      *               PRICE CLASS, WITH THE REPLACEMENT VALUE AND THE  *
      *               LOSS RATE PER THOUSAND LOANS                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QBVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDCPS.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDTRS.cpy'. *> BRANCH TRANSFERS DAT WORKBOOK
           COPY 'CPVIDQBS.cpy'. *> LOSS LEDGER WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
      *
           SELECT QUEBRA-REL
              ASSIGN       TO 'QUEBRA-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-QUEBRA-REL.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  COPIAS.
           COPY 'CPVIDCOP.cpy'. *> COPY REGISTER DATA FILE
      *
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  TRANSF.
           COPY 'CPVIDTRF.cpy'. *> BRANCH TRANSFER DATA FILE
      *
       FD  QUEBRAS.
           COPY 'CPVIDQBR.cpy'. *> LOSS LEDGER RECORD
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  QUEBRA-REL.
       01 REL-QBR.               *> LRECL 80
          03 FILLER              PIC X(02).
          03 REL-QBR-CHAVE       PIC X(14).
          03 FILLER              PIC X(02).
          03 REL-QBR-QTDE        PIC Z(05)9.
          03 FILLER              PIC X(03).
          03 REL-QBR-VALOR       PIC Z.ZZZ.ZZ9,99.
          03 FILLER              PIC X(03).
          03 REL-QBR-EMPR        PIC Z(05)9.
          03 FILLER              PIC X(03).
          03 REL-QBR-TAXA        PIC X(07).
          03 FILLER              PIC X(22).
       01 REL-QBR-TXT            PIC X(80).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDCPW.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDTRW.cpy'. *> BRANCH TRANSFERS DAT WORKBOOK
           COPY 'CPVIDQBW.cpy'. *> LOSS LEDGER WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
      *
       77  FS-QUEBRA-REL            PIC X(02).
       77  WRK-DE                   PIC 9(08) VALUE ZERO.
       77  WRK-ATE                  PIC 9(08) VALUE ZERO.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-TODAY-INT            PIC 9(08) VALUE ZERO.
      *
      *    A TRANSFER STILL IN TRANSIT THIS MANY DAYS AFTER IT LEFT
      *    IS TAKEN AS LOST ON THE ROAD - PARAMS.dat CODE DIASTRAN,
      *    THIRTY DAYS WHEN NOT SET. A TITLE WITH NO REPLACEMENT
      *    VALUE OF ITS OWN IS PRICED AT THE HOUSE DEFAULT THE
      *    CHECKOUT DESK CHARGES (REPLVAL, IN CENTS).
       77  WRK-DIAS-TRANSITO        PIC 9(04) VALUE 30.
       77  WRK-VALOR-REPOS          PIC 9(05)V9(02) VALUE 50,00.
      *
      *    THE EVENT BEING WEIGHED - A LOSS OR A LOAN - AND THE
      *    TITLE AND COPY IT BELONGS TO.
       77  WRK-EVT-DATA             PIC 9(08) VALUE ZERO.
       77  WRK-EVT-ORIGEM           PIC X(01) VALUE SPACE.
       77  WRK-EVT-FILIAL           PIC X(02) VALUE SPACES.
       77  WRK-EVT-CODIGO           PIC 9(05) VALUE ZERO.
       77  WRK-EVT-COPIA            PIC 9(03) VALUE ZERO.
       77  WRK-EVT-FORMATO          PIC X(03) VALUE SPACES.
       77  WRK-EVT-GENERO           PIC X(04) VALUE SPACES.
       77  WRK-EVT-CLASSE           PIC X(01) VALUE SPACE.
       77  WRK-EVT-QTDE             PIC 9(03) VALUE ZERO.
       77  WRK-EVT-UNIT             PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-EVT-VALOR            PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-EVT-DIAS             PIC S9(08) VALUE ZERO.
       77  WRK-EVT-PERDA            PIC 9(08) VALUE ZERO.
       77  WRK-EVT-MODO             PIC X(01) VALUE SPACE.
           88 EVT-EMPRESTIMO            VALUE 'E'.
           88 EVT-PERDA                 VALUE 'Q'.
      *
       77  WRK-TOT-QTDE             PIC 9(05) VALUE ZERO.
       77  WRK-TOT-VALOR            PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-TOT-EMPR             PIC 9(06) VALUE ZERO.
       77  WRK-RATE-QTDE            PIC 9(05) VALUE ZERO.
       77  WRK-RATE-EMPR            PIC 9(06) VALUE ZERO.
       77  WRK-TAXA                 PIC 9(05)V9(01) VALUE ZERO.
       77  WRK-TAXA-EDIT            PIC ZZZZ9,9.
       77  WRK-QTD-EDIT             PIC Z(04)9.
      *
       01  WRK-MES-SEED.
           05 WRK-SEED-ANO          PIC 9(04).
           05 WRK-SEED-MES          PIC 9(02).
       77  WRK-MES-FIM              PIC 9(06) VALUE ZERO.
      *
      *    ONE BUCKET PER VALUE SEEN ON EACH AXIS OF THE REPORT -
      *    DIMENSION M MONTH, F BRANCH, G GENRE, T FORMAT, P PRICE
      *    CLASS, O KIND OF LOSS - WITH THE LOSSES, THEIR VALUE AND
      *    THE LOANS MADE IN THE SAME BUCKET OVER THE PERIOD.
       01  TAB-QBD.
           05 OCC-QBD      OCCURS 300 TIMES.
              10 EL-QBD-DIM        PIC X(01).
              10 EL-QBD-CHAVE      PIC X(06).
              10 EL-QBD-QTDE       PIC 9(05).
              10 EL-QBD-VALOR      PIC 9(07)V9(02).
              10 EL-QBD-EMPR       PIC 9(06).
       77  WRK-QBD-COUNT            PIC 9(03) VALUE ZERO.
       77  WRK-QBD-DIM              PIC X(01) VALUE SPACE.
       77  WRK-QBD-CHAVE            PIC X(06) VALUE SPACES.
       77  WRK-QBD-TITULO           PIC X(50) VALUE SPACES.
       77  IDX                      PIC S9(04) COMP VALUE ZERO.
       77  IDY                      PIC S9(04) COMP VALUE ZERO.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'QBVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0110-DATE-TIME.
           PERFORM 0210-ASK-PERIOD.
           IF WRK-DE NOT EQUAL ZEROES
               PERFORM 0100-OPEN-DATA
               PERFORM 0300-PROCESS-DATA
               PERFORM 0400-PRINT-RESULTS
               PERFORM 0500-CLOSE-DATA
           END-IF.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0110-DATE-TIME.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
           MOVE "  * * *  L O S S   A N A L Y S I S  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           COMPUTE WRK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY-NUM).
           DISPLAY SCREEN-MAIN.
       0110-DATE-TIME-END. EXIT.

       0210-ASK-PERIOD.
           DISPLAY 'PERIOD FROM / TO (AAAAMMDD): [        ] [        ]'
               AT LINE 10 COLUMN 14.
           MOVE ZEROES TO WRK-DE WRK-ATE.
           ACCEPT WRK-DE  AT LINE 10 COLUMN 44.
           ACCEPT WRK-ATE AT LINE 10 COLUMN 55.
           IF WRK-ATE EQUAL ZEROES
               MOVE WRK-TODAY-NUM TO WRK-ATE
           END-IF.
           IF WRK-DE GREATER WRK-ATE
               MOVE '20INVALID PERIOD.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               MOVE ZEROES TO WRK-DE
           END-IF.
       0210-ASK-PERIOD-END. EXIT.

       0100-OPEN-DATA.
           OPEN INPUT EMPRESTIMOS.
      *
           IF FS-EMPRESTIMOS NOT EQUAL "00"
               MOVE '47ERROR OPENING LOANS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EMPRESTIMOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING LOANS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT MOVIES.
           IF FS-MOVIES EQUAL "35"
               OPEN OUTPUT MOVIES
               CLOSE MOVIES
               OPEN INPUT MOVIES
           END-IF.
      *
           OPEN INPUT COPIAS.
           IF FS-COPIAS EQUAL "35"
               OPEN OUTPUT COPIAS
               CLOSE COPIAS
               OPEN INPUT COPIAS
           END-IF.
      *
           OPEN INPUT BORROWERS.
           IF FS-BORROWERS EQUAL "35"
               OPEN OUTPUT BORROWERS
               CLOSE BORROWERS
               OPEN INPUT BORROWERS
           END-IF.
      *
           OPEN INPUT TRANSF.
           IF FS-TRANSF EQUAL "35"
               OPEN OUTPUT TRANSF
               CLOSE TRANSF
               OPEN INPUT TRANSF
           END-IF.
      *
      *    NO LEDGER YET SIMPLY MEANS NO STOCKTAKE HAS POSTED
      *    SHRINKAGE AND NO COPY HAS BEEN WRITTEN OFF SINCE IT CAME
      *    IN - 0330 SKIPS IT.
           OPEN INPUT QUEBRAS.
      *
           OPEN INPUT PARAMS.
           IF FS-PARAMS EQUAL "00"
               MOVE 'DIASTRAN' TO COD-PAR
               PERFORM 0150-FETCH-PARAM
               IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
                   MOVE WRK-PAR-NUM TO WRK-DIAS-TRANSITO
               END-IF
               MOVE 'REPLVAL ' TO COD-PAR
               PERFORM 0150-FETCH-PARAM
               IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
                   COMPUTE WRK-VALOR-REPOS = WRK-PAR-NUM / 100
               END-IF
               CLOSE PARAMS
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0150-FETCH-PARAM.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0150-FETCH-PARAM-END. EXIT.

      *    THREE PASSES - THE LOAN FILE (LOANS MADE, COPIES LOST OR
      *    DAMAGED ON LOAN, COPIES STILL OUT WITH ACCOUNTS IN
      *    COLLECTIONS), THE TRANSFER FILE (COPIES THAT NEVER
      *    ARRIVED) AND THE LOSS LEDGER (STOCKTAKE SHRINKAGE AND
      *    REGISTER WRITE-OFFS).
       0300-PROCESS-DATA.
           INITIALIZE TAB-QBD.
           MOVE ZEROES TO WRK-QBD-COUNT WRK-TOT-QTDE WRK-TOT-VALOR
                          WRK-TOT-EMPR.
           PERFORM 0305-SEED-MONTHS.
           PERFORM 0310-SCAN-LOANS.
           PERFORM 0320-SCAN-TRANSFERS.
           IF FS-QUEBRAS EQUAL "00"
               PERFORM 0330-SCAN-LEDGER
           END-IF.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MONTHS OF THE PERIOD GO IN FIRST AND IN ORDER, SO THE
      *    MONTH SECTION PRINTS IN CALENDAR ORDER AND A MONTH WITH
      *    NO LOSS STILL SHOWS ITS LOANS. FIVE YEARS AT MOST.
       0305-SEED-MONTHS.
           MOVE WRK-DE(1:6)  TO WRK-MES-SEED.
           MOVE WRK-ATE(1:6) TO WRK-MES-FIM.
           MOVE 'M' TO WRK-QBD-DIM.
           PERFORM UNTIL WRK-MES-SEED GREATER WRK-MES-FIM
                      OR WRK-QBD-COUNT NOT LESS 60
               MOVE WRK-MES-SEED TO WRK-QBD-CHAVE
               PERFORM 0360-FIND-BUCKET
               ADD 1 TO WRK-SEED-MES
               IF WRK-SEED-MES GREATER 12
                   MOVE 1 TO WRK-SEED-MES
                   ADD 1 TO WRK-SEED-ANO
               END-IF
           END-PERFORM.
       0305-SEED-MONTHS-END. EXIT.

       0310-SCAN-LOANS.
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
               PERFORM 0315-WEIGH-LOAN
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-PERFORM.
       0310-SCAN-LOANS-END. EXIT.

      *    A LOAN COUNTS ON THE SIDE OF THE LOANS IN THE MONTH IT WAS
      *    MADE. IT IS A LOSS IN THE MONTH IT CLOSED LOST OR DAMAGED,
      *    OR - STILL OPEN ON AN ACCOUNT IN COLLECTIONS - IN THE
      *    MONTH IT FELL DUE: THAT COPY IS NOT COMING BACK.
       0315-WEIGH-LOAN.
           MOVE CODIGO-EMP    TO WRK-EVT-CODIGO.
           MOVE NUM-COPIA-EMP TO WRK-EVT-COPIA.
           MOVE FILIAL-EMP    TO WRK-EVT-FILIAL.
           MOVE SPACE         TO WRK-EVT-ORIGEM.
           MOVE ZEROES        TO WRK-EVT-PERDA.
      *
           EVALUATE TRUE
               WHEN RESULT-PERDIDO
                   MOVE 'P' TO WRK-EVT-ORIGEM
                   MOVE DATA-DEVOLUCAO TO WRK-EVT-PERDA
               WHEN RESULT-DANIFICADO
                   MOVE 'D' TO WRK-EVT-ORIGEM
                   MOVE DATA-DEVOLUCAO TO WRK-EVT-PERDA
               WHEN EMP-ATIVO
                AND DATA-PREVISTA LESS WRK-TODAY-NUM
                   MOVE NUM-LOC-EMP TO NUM-LOC
                   READ BORROWERS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF EM-COBRANCA
                               MOVE 'C' TO WRK-EVT-ORIGEM
                               MOVE DATA-PREVISTA TO WRK-EVT-PERDA
                           END-IF
                   END-READ
           END-EVALUATE.
      *
           IF WRK-EVT-PERDA LESS WRK-DE
              OR WRK-EVT-PERDA GREATER WRK-ATE
               MOVE SPACE TO WRK-EVT-ORIGEM
           END-IF.
      *
           IF WRK-EVT-ORIGEM EQUAL SPACE
              AND (DATA-EMPRESTIMO LESS WRK-DE
                   OR DATA-EMPRESTIMO GREATER WRK-ATE)
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0340-LOAD-TITLE.
           PERFORM 0345-LOAD-COPY.
      *
           IF DATA-EMPRESTIMO NOT LESS WRK-DE
              AND DATA-EMPRESTIMO NOT GREATER WRK-ATE
               MOVE DATA-EMPRESTIMO TO WRK-EVT-DATA
               PERFORM 0350-ADD-LOAN
           END-IF.
      *
           IF WRK-EVT-ORIGEM NOT EQUAL SPACE
               MOVE WRK-EVT-PERDA TO WRK-EVT-DATA
               MOVE 1 TO WRK-EVT-QTDE
               PERFORM 0355-ADD-LOSS
           END-IF.
       0315-WEIGH-LOAN-END. EXIT.

       0320-SCAN-TRANSFERS.
           MOVE ZEROES TO NUM-TRF.
           START TRANSF KEY IS NOT LESS NUM-TRF
               INVALID KEY MOVE 10 TO FS-TRANSF
           END-START.
           IF FS-TRANSF NOT EQUAL 10
               READ TRANSF NEXT AT END MOVE 10 TO FS-TRANSF
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-TRANSF EQUAL 10
               IF TRF-TRANSITO
                  AND DATA-TRF NOT LESS WRK-DE
                  AND DATA-TRF NOT GREATER WRK-ATE
                   PERFORM 0325-WEIGH-TRANSFER
               END-IF
               READ TRANSF NEXT AT END MOVE 10 TO FS-TRANSF
               END-READ
           END-PERFORM.
       0320-SCAN-TRANSFERS-END. EXIT.

      *    OVERDUE ON THE ROAD AND THE COPY STILL SHOWN IN TRANSIT -
      *    ONE WRITTEN OFF SINCE IS ALREADY ON THE LEDGER. THE LOSS
      *    BELONGS TO THE BRANCH THAT SENT IT, IN THE MONTH IT LEFT.
       0325-WEIGH-TRANSFER.
           COMPUTE WRK-EVT-DIAS = WRK-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(DATA-TRF).
           IF WRK-EVT-DIAS NOT GREATER WRK-DIAS-TRANSITO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE CODIGO-TRF    TO WRK-EVT-CODIGO.
           MOVE NUM-COPIA-TRF TO WRK-EVT-COPIA.
           PERFORM 0345-LOAD-COPY.
           IF FS-COPIAS NOT EQUAL "00" OR NOT COP-TRANSITO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'T'      TO WRK-EVT-ORIGEM.
           MOVE DATA-TRF TO WRK-EVT-DATA.
           MOVE FIL-DE   TO WRK-EVT-FILIAL.
           MOVE 1        TO WRK-EVT-QTDE.
           PERFORM 0340-LOAD-TITLE.
           PERFORM 0355-ADD-LOSS.
       0325-WEIGH-TRANSFER-END. EXIT.

       0330-SCAN-LEDGER.
           READ QUEBRAS AT END MOVE 10 TO FS-QUEBRAS END-READ.
      *
           PERFORM UNTIL FS-QUEBRAS EQUAL 10
               IF DATA-QBR NOT LESS WRK-DE
                  AND DATA-QBR NOT GREATER WRK-ATE
                   MOVE ORIGEM-QBR    TO WRK-EVT-ORIGEM
                   MOVE DATA-QBR      TO WRK-EVT-DATA
                   MOVE FILIAL-QBR    TO WRK-EVT-FILIAL
                   MOVE CODIGO-QBR    TO WRK-EVT-CODIGO
                   MOVE FORMATO-QBR   TO WRK-EVT-FORMATO
                   IF WRK-EVT-FORMATO EQUAL SPACES
                       MOVE '---' TO WRK-EVT-FORMATO
                   END-IF
                   MOVE QTDE-QBR      TO WRK-EVT-QTDE
                   PERFORM 0340-LOAD-TITLE
                   PERFORM 0355-ADD-LOSS
               END-IF
               READ QUEBRAS AT END MOVE 10 TO FS-QUEBRAS END-READ
           END-PERFORM.
       0330-SCAN-LEDGER-END. EXIT.

      *    GENRE, PRICE CLASS AND REPLACEMENT VALUE COME FROM THE
      *    TITLE; A TITLE NO LONGER ON FILE STILL COUNTS, UNDER '?'.
       0340-LOAD-TITLE.
           MOVE WRK-EVT-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '????' TO WRK-EVT-GENERO
                   MOVE '?'    TO WRK-EVT-CLASSE
                   MOVE WRK-VALOR-REPOS TO WRK-EVT-UNIT
               NOT INVALID KEY
                   MOVE GENERO TO WRK-EVT-GENERO
                   IF WRK-EVT-GENERO EQUAL SPACES
                       MOVE '????' TO WRK-EVT-GENERO
                   END-IF
                   MOVE CLASSE-PRECO TO WRK-EVT-CLASSE
                   IF PRECO-STANDARD
                       MOVE 'S' TO WRK-EVT-CLASSE
                   END-IF
                   IF VALOR-REPOSICAO GREATER ZERO
                       MOVE VALOR-REPOSICAO TO WRK-EVT-UNIT
                   ELSE
                       MOVE WRK-VALOR-REPOS TO WRK-EVT-UNIT
                   END-IF
           END-READ.
       0340-LOAD-TITLE-END. EXIT.

      *    A LOAN FROM BEFORE THE COPY REGISTER CARRIES NO COPY
      *    NUMBER - ITS FORMAT IS SHOWN AS '---'.
       0345-LOAD-COPY.
           MOVE '---' TO WRK-EVT-FORMATO.
           MOVE "23"  TO FS-COPIAS.
           IF WRK-EVT-COPIA EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-EVT-CODIGO TO CODIGO-COP.
           MOVE WRK-EVT-COPIA  TO NUM-COPIA.
           READ COPIAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FORMATO-COP NOT EQUAL SPACES
                       MOVE FORMATO-COP TO WRK-EVT-FORMATO
                   END-IF
           END-READ.
       0345-LOAD-COPY-END. EXIT.

       0350-ADD-LOAN.
           SET EVT-EMPRESTIMO TO TRUE.
           ADD 1 TO WRK-TOT-EMPR.
           PERFORM 0358-BUCKET-KEYS
               VARYING IDY FROM 1 BY 1 UNTIL IDY GREATER 5.
       0350-ADD-LOAN-END. EXIT.

       0355-ADD-LOSS.
           IF WRK-EVT-QTDE EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           SET EVT-PERDA TO TRUE.
           COMPUTE WRK-EVT-VALOR = WRK-EVT-UNIT * WRK-EVT-QTDE.
           ADD WRK-EVT-QTDE  TO WRK-TOT-QTDE.
           ADD WRK-EVT-VALOR TO WRK-TOT-VALOR.
           PERFORM 0358-BUCKET-KEYS
               VARYING IDY FROM 1 BY 1 UNTIL IDY GREATER 6.
       0355-ADD-LOSS-END. EXIT.

      *    IDY WALKS THE AXES - THE FIRST FIVE TAKE BOTH LOANS AND
      *    LOSSES, THE SIXTH (KIND OF LOSS) ONLY LOSSES.
       0358-BUCKET-KEYS.
           EVALUATE IDY
               WHEN 1
                   MOVE 'M' TO WRK-QBD-DIM
                   MOVE WRK-EVT-DATA(1:6) TO WRK-QBD-CHAVE
               WHEN 2
                   MOVE 'F' TO WRK-QBD-DIM
                   MOVE WRK-EVT-FILIAL TO WRK-QBD-CHAVE
                   IF WRK-EVT-FILIAL EQUAL SPACES
                       MOVE '01' TO WRK-QBD-CHAVE
                   END-IF
               WHEN 3
                   MOVE 'G' TO WRK-QBD-DIM
                   MOVE WRK-EVT-GENERO TO WRK-QBD-CHAVE
               WHEN 4
                   MOVE 'T' TO WRK-QBD-DIM
                   MOVE WRK-EVT-FORMATO TO WRK-QBD-CHAVE
               WHEN 5
                   MOVE 'P' TO WRK-QBD-DIM
                   MOVE WRK-EVT-CLASSE TO WRK-QBD-CHAVE
               WHEN 6
                   MOVE 'O' TO WRK-QBD-DIM
                   MOVE WRK-EVT-ORIGEM TO WRK-QBD-CHAVE
           END-EVALUATE.
      *
           PERFORM 0360-FIND-BUCKET.
           IF IDX EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           IF EVT-EMPRESTIMO
               ADD 1 TO EL-QBD-EMPR(IDX)
           ELSE
               ADD WRK-EVT-QTDE  TO EL-QBD-QTDE(IDX)
               ADD WRK-EVT-VALOR TO EL-QBD-VALOR(IDX)
           END-IF.
       0358-BUCKET-KEYS-END. EXIT.

      *    FINDS THE BUCKET FOR WRK-QBD-DIM/WRK-QBD-CHAVE, OPENING A
      *    NEW ONE WHEN IT IS FIRST SEEN. IDX ZERO WHEN THE TABLE IS
      *    FULL - THAT VALUE THEN GOES UNCOUNTED ON THAT AXIS ONLY.
       0360-FIND-BUCKET.
           MOVE ZERO TO IDX.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-QBD-COUNT
               IF EL-QBD-DIM(IDX) EQUAL WRK-QBD-DIM
                  AND EL-QBD-CHAVE(IDX) EQUAL WRK-QBD-CHAVE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
      *
           IF WRK-QBD-COUNT NOT LESS 300
               MOVE ZERO TO IDX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-QBD-COUNT.
           MOVE WRK-QBD-COUNT TO IDX.
           MOVE WRK-QBD-DIM   TO EL-QBD-DIM(IDX).
           MOVE WRK-QBD-CHAVE TO EL-QBD-CHAVE(IDX).
       0360-FIND-BUCKET-END. EXIT.

       0400-PRINT-RESULTS.
           OPEN OUTPUT QUEBRA-REL.
           IF FS-QUEBRA-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING QUEBRA-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO REL-QBR-TXT.
           STRING 'VIDEOTECA - SHRINKAGE AND LOSS ANALYSIS   '
                  WRK-DE ' TO ' WRK-ATE
               DELIMITED BY SIZE INTO REL-QBR-TXT.
           WRITE REL-QBR-TXT.
           MOVE SPACES TO REL-QBR-TXT.
           STRING 'VALUES AT REPLACEMENT COST - RATE IS LOSSES PER '
                  'THOUSAND LOANS MADE'
               DELIMITED BY SIZE INTO REL-QBR-TXT.
           WRITE REL-QBR-TXT.
      *
           MOVE 'O' TO WRK-QBD-DIM.
           MOVE 'BY KIND OF LOSS' TO WRK-QBD-TITULO.
           PERFORM 0410-PRINT-DIMENSION.
           MOVE 'M' TO WRK-QBD-DIM.
           MOVE 'BY MONTH' TO WRK-QBD-TITULO.
           PERFORM 0410-PRINT-DIMENSION.
           MOVE 'F' TO WRK-QBD-DIM.
           MOVE 'BY BRANCH' TO WRK-QBD-TITULO.
           PERFORM 0410-PRINT-DIMENSION.
           MOVE 'G' TO WRK-QBD-DIM.
           MOVE 'BY GENRE' TO WRK-QBD-TITULO.
           PERFORM 0410-PRINT-DIMENSION.
           MOVE 'T' TO WRK-QBD-DIM.
           MOVE 'BY FORMAT' TO WRK-QBD-TITULO.
           PERFORM 0410-PRINT-DIMENSION.
           MOVE 'P' TO WRK-QBD-DIM.
           MOVE 'BY PRICE CLASS (N NEW S STANDARD C CATALOGUE)'
               TO WRK-QBD-TITULO.
           PERFORM 0410-PRINT-DIMENSION.
      *
           MOVE ALL '=' TO REL-QBR-TXT.
           WRITE REL-QBR-TXT.
           MOVE SPACES TO REL-QBR.
           MOVE 'TOTAL'       TO REL-QBR-CHAVE.
           MOVE WRK-TOT-QTDE  TO REL-QBR-QTDE.
           MOVE WRK-TOT-VALOR TO REL-QBR-VALOR.
           MOVE WRK-TOT-EMPR  TO REL-QBR-EMPR.
           MOVE WRK-TOT-QTDE  TO WRK-RATE-QTDE.
           MOVE WRK-TOT-EMPR  TO WRK-RATE-EMPR.
           PERFORM 0430-RATE.
           WRITE REL-QBR.
      *
           CLOSE QUEBRA-REL.
      *
           MOVE WRK-TOT-QTDE TO WRK-QTD-EDIT.
           MOVE SPACES TO WRK-MSG.
           STRING '57' WRK-QTD-EDIT
                  ' LOSS(ES) - REPORT WRITTEN TO QUEBRA-REL.TXT.'
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0400-PRINT-RESULTS-END. EXIT.

       0410-PRINT-DIMENSION.
           MOVE SPACES TO REL-QBR-TXT.
           WRITE REL-QBR-TXT.
           MOVE WRK-QBD-TITULO TO REL-QBR-TXT.
           WRITE REL-QBR-TXT.
           MOVE SPACES TO REL-QBR-TXT.
           STRING '                  LOSSES   REPL. VALUE'
                  '     LOANS   PER 1000'
               DELIMITED BY SIZE INTO REL-QBR-TXT.
           WRITE REL-QBR-TXT.
           MOVE ALL '-' TO REL-QBR-TXT.
           WRITE REL-QBR-TXT.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-QBD-COUNT
               IF EL-QBD-DIM(IDX) EQUAL WRK-QBD-DIM
                   PERFORM 0420-PRINT-BUCKET
               END-IF
           END-PERFORM.
       0410-PRINT-DIMENSION-END. EXIT.

       0420-PRINT-BUCKET.
           MOVE SPACES TO REL-QBR.
           EVALUATE WRK-QBD-DIM
               WHEN 'M'
                   STRING EL-QBD-CHAVE(IDX)(1:4) '/'
                          EL-QBD-CHAVE(IDX)(5:2)
                       DELIMITED BY SIZE INTO REL-QBR-CHAVE
               WHEN 'F'
                   STRING 'BRANCH ' EL-QBD-CHAVE(IDX)(1:2)
                       DELIMITED BY SIZE INTO REL-QBR-CHAVE
               WHEN 'O'
                   EVALUATE EL-QBD-CHAVE(IDX)(1:1)
                       WHEN 'I' MOVE 'STOCKTAKE'    TO REL-QBR-CHAVE
                       WHEN 'P' MOVE 'LOST ON LOAN' TO REL-QBR-CHAVE
                       WHEN 'D' MOVE 'DAMAGED'      TO REL-QBR-CHAVE
                       WHEN 'B' MOVE 'WRITTEN OFF'  TO REL-QBR-CHAVE
                       WHEN 'C' MOVE 'COLLECTIONS'  TO REL-QBR-CHAVE
                       WHEN 'T' MOVE 'IN TRANSIT'   TO REL-QBR-CHAVE
                       WHEN OTHER
                           MOVE EL-QBD-CHAVE(IDX) TO REL-QBR-CHAVE
                   END-EVALUATE
               WHEN OTHER
                   MOVE EL-QBD-CHAVE(IDX) TO REL-QBR-CHAVE
           END-EVALUATE.
      *
           MOVE EL-QBD-QTDE(IDX)  TO REL-QBR-QTDE.
           MOVE EL-QBD-VALOR(IDX) TO REL-QBR-VALOR.
      *    THE KIND OF LOSS HAS NO LOANS OF ITS OWN - ITS RATE IS
      *    TAKEN AGAINST EVERY LOAN MADE IN THE PERIOD.
           IF WRK-QBD-DIM EQUAL 'O'
               MOVE WRK-TOT-EMPR TO WRK-RATE-EMPR
           ELSE
               MOVE EL-QBD-EMPR(IDX) TO WRK-RATE-EMPR
           END-IF.
           MOVE WRK-RATE-EMPR    TO REL-QBR-EMPR.
           MOVE EL-QBD-QTDE(IDX) TO WRK-RATE-QTDE.
           PERFORM 0430-RATE.
           WRITE REL-QBR.
       0420-PRINT-BUCKET-END. EXIT.

      *    A BUCKET WITH LOSSES BUT NO LOANS MADE IN THE PERIOD HAS
      *    NO RATE - SHOWN AS A DASH.
       0430-RATE.
           IF WRK-RATE-EMPR GREATER ZERO
               COMPUTE WRK-TAXA ROUNDED =
                   WRK-RATE-QTDE * 1000 / WRK-RATE-EMPR
               MOVE WRK-TAXA TO WRK-TAXA-EDIT
               MOVE WRK-TAXA-EDIT TO REL-QBR-TAXA
           ELSE
               MOVE '      -' TO REL-QBR-TAXA
           END-IF.
       0430-RATE-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE EMPRESTIMOS MOVIES COPIAS BORROWERS TRANSF.
           IF FS-QUEBRAS EQUAL "00" OR EQUAL "10"
               CLOSE QUEBRAS
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM QBVIDPRG.
