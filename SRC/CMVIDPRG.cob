      ******************************************************************
      * FILE NAME   : CMVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : CATALOGUE COMPLETENESS SCORECARD OF VIDEOTECA    *
      *               PROGRAM - EACH OWNED TITLE SCORED ON SYNOPSIS,   *
      *               CAST, RELEASE YEAR, EXTERNAL ID, ACQUISITION     *
      *               COST AND AGE RATING; SUMMARY BY GENRE AND BY     *
      *               ORIGIN, AND A CLEANUP WORKLIST OF THE INCOMPLETE *
      *               TITLES, MOST CIRCULATED FIRST                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDNTS.cpy'. *> TITLE NOTES DAT WORKBOOK
           COPY 'CPVIDPSS.cpy'. *> PEOPLE/CREDITS DAT WORKBOOK
           COPY 'CPVIDXWS.cpy'. *> CROSSWALK DAT WORKBOOK
      *
      *    ONE ROW PER SCORED TITLE, EVERY CHECK AS S / N / - (NOT
      *    APPLICABLE), SO THE CATALOGUE DESK CAN FILTER ITS OWN CUT.
           SELECT COMPLETUDE-CSV
              ASSIGN       TO 'COMPLETUDE-REL.csv'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-COMPLETUDE-CSV.
      *
           SELECT COMPLETUDE-REL
              ASSIGN       TO 'COMPLETUDE-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-COMPLETUDE-REL.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  NOTASFILM.
           COPY 'CPVIDNOT.cpy'. *> TITLE NOTES DATA FILE
      *
       FD  PESSOAS.
           COPY 'CPVIDPES.cpy'. *> PEOPLE DATA FILE
      *
       FD  CREDITOS.
           COPY 'CPVIDCRE.cpy'. *> CREDITS DATA FILE
      *
       FD  XREF.
           COPY 'CPVIDXWK.cpy'. *> CROSSWALK DATA FILE
      *
       FD  COMPLETUDE-CSV.
       01 REG-CMC                PIC X(150).
      *
       FD  COMPLETUDE-REL.
       01 REG-CMR                PIC X(100).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDNTW.cpy'. *> TITLE NOTES DAT WORKBOOK
           COPY 'CPVIDPSW.cpy'. *> PEOPLE/CREDITS DAT WORKBOOK
           COPY 'CPVIDXWW.cpy'. *> CROSSWALK DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE (SPVIDPRG)
      *
       77  FS-COMPLETUDE-REL         PIC X(02).
       77  FS-COMPLETUDE-CSV         PIC X(02).
       77  IDX                       PIC S9(04) COMP VALUE ZERO.
       77  IDY                       PIC S9(04) COMP VALUE ZERO.
       77  WRK-GEN-COUNT             PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-ORI-COUNT             PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-WKL-COUNT             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-WKL-FORA              PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-TIT-COUNT             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-OK-COUNT              PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-BEST-CIRC             PIC 9(05) VALUE ZERO.
       77  WRK-BEST-IDX              PIC S9(04) COMP VALUE ZERO.
       77  WRK-ANY-LEFT              PIC X(01) VALUE 'S'.
       77  WRK-FIM-CRE               PIC X(01) VALUE 'N'.
       77  WRK-CIRC                  PIC 9(05) VALUE ZERO.
       77  WRK-PRESENTES             PIC 9(01) VALUE ZERO.
       77  WRK-APLICAVEIS            PIC 9(01) VALUE ZERO.
       77  WRK-PCT                   PIC 9(03) VALUE ZERO.
       77  WRK-PCT-AVG               PIC 9(03) VALUE ZERO.
       77  WRK-FALTA                 PIC X(40) VALUE SPACES.
       77  WRK-FALTA-PTR             PIC S9(04) COMP VALUE ZERO.
       77  WRK-ORIGEM-DESC           PIC X(15) VALUE SPACES.
       77  WRK-PCT-EDIT              PIC ZZ9.
       77  WRK-QTD-EDIT              PIC Z(04)9.
       77  WRK-OK-EDIT               PIC Z(04)9.
       77  WRK-CIR-EDIT              PIC Z(04)9.
       77  WRK-FORA-EDIT             PIC Z(04)9.
      *
      *    THE SIX CHECKS, IN THE ORDER THEY ARE SCORED AND PRINTED.
      *    'S' PRESENT, 'N' MISSING, '-' NOT APPLICABLE (A GAME HAS
      *    NO CAST TO RECORD).
       01  WRK-CHECKS.
           05 WRK-CHK                PIC X(01) OCCURS 6 TIMES.
       01  TAB-CRITERIOS-VAL.
           05 FILLER                 PIC X(08) VALUE 'SYNOPSIS'.
           05 FILLER                 PIC X(08) VALUE 'CAST    '.
           05 FILLER                 PIC X(08) VALUE 'YEAR    '.
           05 FILLER                 PIC X(08) VALUE 'EXT-ID  '.
           05 FILLER                 PIC X(08) VALUE 'COST    '.
           05 FILLER                 PIC X(08) VALUE 'RATING  '.
       01  TAB-CRITERIOS REDEFINES TAB-CRITERIOS-VAL.
           05 EL-CRITERIO            PIC X(08) OCCURS 6 TIMES.
      *
      *    GENRE AND ORIGIN SUMMARIES SHARE ONE ROW SHAPE SO A SINGLE
      *    PRINT PARAGRAPH SERVES BOTH (THE ROW IS MOVED TO WRK-SUM).
       01  TAB-GENEROS.
           05 OCC-GEN      OCCURS 100 TIMES INDEXED BY IDX-GEN.
              10 EL-GEN-NOME       PIC X(15).
              10 EL-GEN-TITULOS    PIC 9(05) USAGE COMP-3.
              10 EL-GEN-COMPLETOS  PIC 9(05) USAGE COMP-3.
              10 EL-GEN-PCT-SUM    PIC 9(08) USAGE COMP-3.
              10 EL-GEN-FALTA      PIC 9(05) USAGE COMP-3
                                             OCCURS 6 TIMES.
       01  TAB-ORIGENS.
           05 OCC-ORI      OCCURS 10 TIMES INDEXED BY IDX-ORI.
              10 EL-ORI-NOME       PIC X(15).
              10 EL-ORI-TITULOS    PIC 9(05) USAGE COMP-3.
              10 EL-ORI-COMPLETOS  PIC 9(05) USAGE COMP-3.
              10 EL-ORI-PCT-SUM    PIC 9(08) USAGE COMP-3.
              10 EL-ORI-FALTA      PIC 9(05) USAGE COMP-3
                                             OCCURS 6 TIMES.
       01  WRK-SUM.
           05 WRK-SUM-NOME           PIC X(15).
           05 WRK-SUM-TITULOS        PIC 9(05) USAGE COMP-3.
           05 WRK-SUM-COMPLETOS      PIC 9(05) USAGE COMP-3.
           05 WRK-SUM-PCT-SUM        PIC 9(08) USAGE COMP-3.
           05 WRK-SUM-FALTA          PIC 9(05) USAGE COMP-3
                                               OCCURS 6 TIMES.
       01  WRK-TOT.
           05 WRK-TOT-NOME           PIC X(15).
           05 WRK-TOT-TITULOS        PIC 9(05) USAGE COMP-3.
           05 WRK-TOT-COMPLETOS      PIC 9(05) USAGE COMP-3.
           05 WRK-TOT-PCT-SUM        PIC 9(08) USAGE COMP-3.
           05 WRK-TOT-FALTA          PIC 9(05) USAGE COMP-3
                                               OCCURS 6 TIMES.
       77  W-GEN-FOUND               PIC X(01) VALUE 'N'.
           88 GEN-FOUND                  VALUE 'Y'.
           88 GEN-NOT-FOUND              VALUE 'N'.
       77  W-ORI-FOUND               PIC X(01) VALUE 'N'.
           88 ORI-FOUND                  VALUE 'Y'.
           88 ORI-NOT-FOUND              VALUE 'N'.
      *
      *    THE WORKLIST - INCOMPLETE TITLES ONLY, PRINTED BUSIEST
      *    FIRST. A CATALOGUE WITH MORE GAPS THAN ROWS IS TOLD HOW
      *    MANY WERE LEFT OFF; FIXING THE TOP AND RERUNNING BRINGS
      *    THE REST IN.
       01  TAB-WORKLIST.
           05 OCC-WKL      OCCURS 2000 TIMES.
              10 EL-WKL-CODIGO     PIC 9(05).
              10 EL-WKL-TITULO     PIC X(30).
              10 EL-WKL-CIRC       PIC 9(05).
              10 EL-WKL-PCT        PIC 9(03).
              10 EL-WKL-FALTA      PIC X(40).
              10 EL-WKL-FEITO      PIC X(01).
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'CMVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0110-DATE-TIME.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA.
           PERFORM 0400-PRINT-RESULTS.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0110-DATE-TIME.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
       0110-DATE-TIME-END. EXIT.

       0100-OPEN-DATA.
           OPEN INPUT MOVIES.
      *
           IF FS-MOVIES NOT EQUAL "00"
               MOVE '46ERROR DURING OPENING MOVIES FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-MOVIES TO WS-ABEND-CODE
               MOVE 'ERROR DURING OPENING MOVIES FILE'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT EMPRESTIMOS.
      *
           IF FS-EMPRESTIMOS EQUAL "35"
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN INPUT EMPRESTIMOS
           END-IF.
      *
           IF FS-EMPRESTIMOS NOT EQUAL "00"
               MOVE '47ERROR OPENING LOANS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EMPRESTIMOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING LOANS FILE.' TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
      *    NOTES, CREDITS AND CROSSWALK MAY NEVER HAVE BEEN STARTED
      *    AT A BRANCH - AN EMPTY FILE JUST MEANS EVERY TITLE IS
      *    MISSING THAT ITEM, WHICH IS WHAT THE SCORECARD IS FOR.
           OPEN INPUT NOTASFILM.
      *
           IF FS-NOTASFILM EQUAL "35"
               OPEN OUTPUT NOTASFILM
               CLOSE NOTASFILM
               OPEN INPUT NOTASFILM
           END-IF.
      *
           IF FS-NOTASFILM NOT EQUAL "00"
               MOVE '47ERROR OPENING TITLE NOTES FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-NOTASFILM TO WS-ABEND-CODE
               MOVE 'ERROR OPENING TITLE NOTES FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT CREDITOS.
      *
           IF FS-CREDITOS EQUAL "35"
               OPEN OUTPUT CREDITOS
               CLOSE CREDITOS
               OPEN INPUT CREDITOS
           END-IF.
      *
           IF FS-CREDITOS NOT EQUAL "00"
               MOVE '47ERROR OPENING CREDITS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CREDITOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING CREDITS FILE.' TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT XREF.
      *
           IF FS-XREF EQUAL "35"
               OPEN OUTPUT XREF
               CLOSE XREF
               OPEN INPUT XREF
           END-IF.
      *
           IF FS-XREF NOT EQUAL "00"
               MOVE '47ERROR OPENING CROSSWALK FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-XREF TO WS-ABEND-CODE
               MOVE 'ERROR OPENING CROSSWALK FILE.' TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN OUTPUT COMPLETUDE-REL.
      *
           IF FS-COMPLETUDE-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING COMPLETUDE-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-COMPLETUDE-REL TO WS-ABEND-CODE
               MOVE 'ERROR OPENING COMPLETUDE-REL FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN OUTPUT COMPLETUDE-CSV.
           MOVE SPACES TO REG-CMC.
           STRING 'CODE;TITLE;GENRE;ORIGIN;CHECKOUTS;SCORE;SYNOPSIS;'
                  'CAST;YEAR;EXT-ID;COST;RATING'
               DELIMITED BY SIZE INTO REG-CMC.
           WRITE REG-CMC.
      *
           INITIALIZE TAB-GENEROS TAB-ORIGENS TAB-WORKLIST WRK-TOT.
           MOVE 'ALL TITLES' TO WRK-TOT-NOME.
       0100-OPEN-DATA-END. EXIT.

      *    ONE PASS OVER THE CATALOGUE - THE TITLES THE SHOP OWNS, AS
      *    THE HTML CATALOGUE EXPORT PUBLISHES THEM. WISH-LIST AND
      *    ON-ORDER TITLES ARE NOT SCORED UNTIL THEY ARRIVE.
       0300-PROCESS-DATA.
           MOVE LOW-VALUES TO CODIGO.
           START MOVIES KEY IS NOT LESS CODIGO
               INVALID KEY MOVE 10 TO FS-MOVIES
           END-START.
           IF FS-MOVIES NOT EQUAL 10
               READ MOVIES NEXT AT END MOVE 10 TO FS-MOVIES END-READ
           END-IF.
      *
           PERFORM UNTIL FS-MOVIES EQUAL 10
               IF REG-ATIVO AND ACERVO-POSSUIDO
                   PERFORM 0310-SCORE-TITLE
               END-IF
               READ MOVIES NEXT AT END MOVE 10 TO FS-MOVIES END-READ
           END-PERFORM.
       0300-PROCESS-DATA-END. EXIT.

      *    A BLANK AGE RATING READS AS 'L' AT THE COUNTER, BUT NOBODY
      *    HAS ACTUALLY RATED THE TITLE - ONLY AN EXPLICIT CODE SCORES.
       0310-SCORE-TITLE.
           MOVE ALL 'N' TO WRK-CHECKS.
      *
           PERFORM 0312-CHECK-SYNOPSIS.
           IF MIDIA-JOGO
               MOVE '-' TO WRK-CHK(2)
           ELSE
               PERFORM 0314-CHECK-CAST
           END-IF.
           IF ANO-LANCAMENTO IS NUMERIC
              AND ANO-LANCAMENTO GREATER ZERO
               MOVE 'S' TO WRK-CHK(3)
           END-IF.
           PERFORM 0316-CHECK-XREF.
           IF CUSTO-AQUISICAO IS NUMERIC
              AND CUSTO-AQUISICAO GREATER ZERO
               MOVE 'S' TO WRK-CHK(5)
           END-IF.
           IF CLASSIF-FIL NOT EQUAL SPACES
               MOVE 'S' TO WRK-CHK(6)
           END-IF.
      *
           MOVE ZERO TO WRK-PRESENTES WRK-APLICAVEIS.
           MOVE SPACES TO WRK-FALTA.
           MOVE 1 TO WRK-FALTA-PTR.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX GREATER 6
               EVALUATE WRK-CHK(IDX)
                 WHEN 'S'
                   ADD 1 TO WRK-PRESENTES WRK-APLICAVEIS
                 WHEN 'N'
                   ADD 1 TO WRK-APLICAVEIS
                   STRING EL-CRITERIO(IDX) DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                       INTO WRK-FALTA WITH POINTER WRK-FALTA-PTR
               END-EVALUATE
           END-PERFORM.
           COMPUTE WRK-PCT ROUNDED =
               WRK-PRESENTES * 100 / WRK-APLICAVEIS.
      *
           PERFORM 0318-COUNT-CIRC.
      *
           ADD 1 TO WRK-TIT-COUNT.
           IF WRK-PRESENTES EQUAL WRK-APLICAVEIS
               ADD 1 TO WRK-OK-COUNT
           ELSE
               PERFORM 0340-ADD-WORKLIST
           END-IF.
      *
           PERFORM 0320-ACCUM-GENRE.
           PERFORM 0330-ACCUM-ORIGIN.
      *
           ADD 1       TO WRK-TOT-TITULOS.
           ADD WRK-PCT TO WRK-TOT-PCT-SUM.
           IF WRK-PRESENTES EQUAL WRK-APLICAVEIS
               ADD 1 TO WRK-TOT-COMPLETOS
           END-IF.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX GREATER 6
               IF WRK-CHK(IDX) EQUAL 'N'
                   ADD 1 TO WRK-TOT-FALTA(IDX)
               END-IF
           END-PERFORM.
      *
           PERFORM 0350-WRITE-CSV-LINE.
       0310-SCORE-TITLE-END. EXIT.

      *    A NOTES RECORD WITH ALL FOUR LINES BLANK IS NO SYNOPSIS.
       0312-CHECK-SYNOPSIS.
           MOVE CODIGO TO CODIGO-NOT.
           READ NOTASFILM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VARYING IDY FROM 1 BY 1 UNTIL IDY GREATER 4
                       IF LINHA-NOT(IDY) NOT EQUAL SPACES
                           MOVE 'S' TO WRK-CHK(1)
                       END-IF
                   END-PERFORM
           END-READ.
       0312-CHECK-SYNOPSIS-END. EXIT.

      *    CAST MEANS AT LEAST ONE ACTOR CREDIT - A DIRECTOR ALONE
      *    DOES NOT FILL THE CAST LINE ON THE CATALOGUE PAGE.
       0314-CHECK-CAST.
           MOVE CODIGO TO CODIGO-CRE.
           MOVE 'N' TO WRK-FIM-CRE.
           START CREDITOS KEY IS EQUAL CODIGO-CRE
               INVALID KEY MOVE 'S' TO WRK-FIM-CRE
           END-START.
      *
           PERFORM UNTIL WRK-FIM-CRE EQUAL 'S'
               READ CREDITOS NEXT
                   AT END MOVE 'S' TO WRK-FIM-CRE
               END-READ
               IF WRK-FIM-CRE NOT EQUAL 'S'
                   IF CODIGO-CRE NOT EQUAL CODIGO
                       MOVE 'S' TO WRK-FIM-CRE
                   ELSE
                       IF PAPEL-ATOR
                           MOVE 'S' TO WRK-CHK(2)
                           MOVE 'S' TO WRK-FIM-CRE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       0314-CHECK-CAST-END. EXIT.

       0316-CHECK-XREF.
           MOVE CODIGO TO CODIGO-XWK.
           READ XREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF REF-ID-XWK NOT EQUAL SPACES
                       MOVE 'S' TO WRK-CHK(4)
                   END-IF
           END-READ.
       0316-CHECK-XREF-END. EXIT.

      *    EVERY CHECKOUT EVER RECORDED FOR THE TITLE, BY WAY OF THE
      *    LOAN FILE'S TITLE KEY.
       0318-COUNT-CIRC.
           MOVE ZERO TO WRK-CIRC.
           MOVE CODIGO TO CODIGO-EMP.
           START EMPRESTIMOS KEY IS EQUAL CODIGO-EMP
               INVALID KEY MOVE 10 TO FS-EMPRESTIMOS
               NOT INVALID KEY MOVE '00' TO FS-EMPRESTIMOS
           END-START.
      *
           PERFORM UNTIL FS-EMPRESTIMOS EQUAL 10
               READ EMPRESTIMOS NEXT
                   AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
               IF FS-EMPRESTIMOS NOT EQUAL 10
                   IF CODIGO-EMP NOT EQUAL CODIGO
                       MOVE 10 TO FS-EMPRESTIMOS
                   ELSE
                       ADD 1 TO WRK-CIRC
                   END-IF
               END-IF
           END-PERFORM.
       0318-COUNT-CIRC-END. EXIT.

       0320-ACCUM-GENRE.
           SET GEN-NOT-FOUND TO TRUE.
           SET IDX-GEN TO 1.
      *
           SEARCH OCC-GEN
               AT END CONTINUE
               WHEN GENERO EQUAL EL-GEN-NOME(IDX-GEN)
                   SET GEN-FOUND TO TRUE
           END-SEARCH.
      *
           IF GEN-NOT-FOUND
               IF WRK-GEN-COUNT EQUAL 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WRK-GEN-COUNT
               SET IDX-GEN TO WRK-GEN-COUNT
               MOVE GENERO TO EL-GEN-NOME(IDX-GEN)
           END-IF.
      *
           ADD 1       TO EL-GEN-TITULOS(IDX-GEN).
           ADD WRK-PCT TO EL-GEN-PCT-SUM(IDX-GEN).
           IF WRK-PRESENTES EQUAL WRK-APLICAVEIS
               ADD 1 TO EL-GEN-COMPLETOS(IDX-GEN)
           END-IF.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX GREATER 6
               IF WRK-CHK(IDX) EQUAL 'N'
                   ADD 1 TO EL-GEN-FALTA(IDX-GEN IDX)
               END-IF
           END-PERFORM.
       0320-ACCUM-GENRE-END. EXIT.

      *    TITLES KEYED BEFORE THE ORIGIN WAS RECORDED CARRY A BLANK
      *    AND ARE SUMMED UNDER THEIR OWN LINE.
       0330-ACCUM-ORIGIN.
           EVALUATE TRUE
             WHEN ORIGEM-MANUAL MOVE 'MANUAL'        TO WRK-ORIGEM-DESC
             WHEN ORIGEM-CSV    MOVE 'CSV IMPORT'    TO WRK-ORIGEM-DESC
             WHEN ORIGEM-JSON   MOVE 'JSON IMPORT'   TO WRK-ORIGEM-DESC
             WHEN ORIGEM-FEED   MOVE 'DISTRIB. FEED' TO WRK-ORIGEM-DESC
             WHEN OTHER         MOVE 'NOT RECORDED'  TO WRK-ORIGEM-DESC
           END-EVALUATE.
      *
           SET ORI-NOT-FOUND TO TRUE.
           SET IDX-ORI TO 1.
      *
           SEARCH OCC-ORI
               AT END CONTINUE
               WHEN WRK-ORIGEM-DESC EQUAL EL-ORI-NOME(IDX-ORI)
                   SET ORI-FOUND TO TRUE
           END-SEARCH.
      *
           IF ORI-NOT-FOUND
               IF WRK-ORI-COUNT EQUAL 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WRK-ORI-COUNT
               SET IDX-ORI TO WRK-ORI-COUNT
               MOVE WRK-ORIGEM-DESC TO EL-ORI-NOME(IDX-ORI)
           END-IF.
      *
           ADD 1       TO EL-ORI-TITULOS(IDX-ORI).
           ADD WRK-PCT TO EL-ORI-PCT-SUM(IDX-ORI).
           IF WRK-PRESENTES EQUAL WRK-APLICAVEIS
               ADD 1 TO EL-ORI-COMPLETOS(IDX-ORI)
           END-IF.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX GREATER 6
               IF WRK-CHK(IDX) EQUAL 'N'
                   ADD 1 TO EL-ORI-FALTA(IDX-ORI IDX)
               END-IF
           END-PERFORM.
       0330-ACCUM-ORIGIN-END. EXIT.

       0340-ADD-WORKLIST.
           IF WRK-WKL-COUNT EQUAL 2000
               ADD 1 TO WRK-WKL-FORA
               EXIT PARAGRAPH
           END-IF.
      *
           ADD 1 TO WRK-WKL-COUNT.
           MOVE WRK-WKL-COUNT TO IDY.
           MOVE CODIGO     TO EL-WKL-CODIGO(IDY).
           MOVE TITULO     TO EL-WKL-TITULO(IDY).
           MOVE WRK-CIRC   TO EL-WKL-CIRC(IDY).
           MOVE WRK-PCT    TO EL-WKL-PCT(IDY).
           MOVE WRK-FALTA  TO EL-WKL-FALTA(IDY).
           MOVE 'N'        TO EL-WKL-FEITO(IDY).
       0340-ADD-WORKLIST-END. EXIT.

       0350-WRITE-CSV-LINE.
           MOVE WRK-CIRC TO WRK-CIR-EDIT.
           MOVE WRK-PCT  TO WRK-PCT-EDIT.
           MOVE SPACES TO REG-CMC.
           STRING CODIGO ';' TITULO ';' GENERO ';'
                  WRK-ORIGEM-DESC ';' WRK-CIR-EDIT ';'
                  WRK-PCT-EDIT ';' WRK-CHK(1) ';' WRK-CHK(2) ';'
                  WRK-CHK(3) ';' WRK-CHK(4) ';' WRK-CHK(5) ';'
                  WRK-CHK(6)
               DELIMITED BY SIZE INTO REG-CMC.
           WRITE REG-CMC.
       0350-WRITE-CSV-LINE-END. EXIT.

      *    SUMMARY BY GENRE, SUMMARY BY ORIGIN, THE WHOLE CATALOGUE,
      *    THEN THE WORKLIST. THE SIX COUNT COLUMNS ARE TITLES MISSING
      *    EACH ITEM.
       0400-PRINT-RESULTS.
           MOVE SPACES TO REG-CMR.
           STRING 'VIDEOTECA - CATALOGUE COMPLETENESS   RUN DATE: '
                  WRK-DATE DELIMITED BY SIZE INTO REG-CMR.
           WRITE REG-CMR.
           MOVE SPACES TO REG-CMR.
           WRITE REG-CMR.
      *
           MOVE 'BY GENRE' TO REG-CMR.
           WRITE REG-CMR.
           PERFORM 0405-PRINT-SUMMARY-HEADER.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-GEN-COUNT
               MOVE OCC-GEN(IDX) TO WRK-SUM
               PERFORM 0410-PRINT-SUMMARY-LINE
           END-PERFORM.
           MOVE SPACES TO REG-CMR.
           WRITE REG-CMR.
      *
           MOVE 'BY ORIGIN' TO REG-CMR.
           WRITE REG-CMR.
           PERFORM 0405-PRINT-SUMMARY-HEADER.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-ORI-COUNT
               MOVE OCC-ORI(IDX) TO WRK-SUM
               PERFORM 0410-PRINT-SUMMARY-LINE
           END-PERFORM.
           MOVE ALL '-' TO REG-CMR.
           WRITE REG-CMR.
           MOVE WRK-TOT TO WRK-SUM.
           PERFORM 0410-PRINT-SUMMARY-LINE.
           MOVE SPACES TO REG-CMR.
           WRITE REG-CMR.
      *
           PERFORM 0420-PRINT-WORKLIST.
      *
           MOVE " * * *  CATALOGUE COMPLETENESS  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           DISPLAY SCREEN-MAIN.
           MOVE WRK-OK-COUNT  TO WRK-OK-EDIT.
           MOVE WRK-TIT-COUNT TO WRK-QTD-EDIT.
           MOVE SPACES TO WRK-MSG.
           STRING '57' WRK-OK-EDIT ' OF ' WRK-QTD-EDIT
                  ' COMPLETE - SEE COMPLETUDE-REL.TXT.'
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0400-PRINT-RESULTS-END. EXIT.

       0405-PRINT-SUMMARY-HEADER.
           MOVE SPACES TO REG-CMR.
           STRING 'GROUP           TITLES  COMPL  AVG%  SYNOP   CAST'
                  '   YEAR  EXTID   COST RATING'
               DELIMITED BY SIZE INTO REG-CMR.
           WRITE REG-CMR.
           MOVE ALL '-' TO REG-CMR.
           WRITE REG-CMR.
       0405-PRINT-SUMMARY-HEADER-END. EXIT.

       0410-PRINT-SUMMARY-LINE.
           MOVE ZERO TO WRK-PCT-AVG.
           IF WRK-SUM-TITULOS GREATER ZERO
               DIVIDE WRK-SUM-PCT-SUM BY WRK-SUM-TITULOS
                   GIVING WRK-PCT-AVG ROUNDED
           END-IF.
      *
           MOVE WRK-SUM-TITULOS   TO WRK-QTD-EDIT.
           MOVE WRK-SUM-COMPLETOS TO WRK-OK-EDIT.
           MOVE WRK-PCT-AVG       TO WRK-PCT-EDIT.
      *
           MOVE SPACES TO REG-CMR.
           MOVE WRK-SUM-NOME      TO REG-CMR(1:15).
           MOVE WRK-QTD-EDIT      TO REG-CMR(17:5).
           MOVE WRK-OK-EDIT       TO REG-CMR(24:5).
           MOVE WRK-PCT-EDIT      TO REG-CMR(31:3).
           MOVE '%'               TO REG-CMR(34:1).
           MOVE 36 TO IDY.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX GREATER 6
               MOVE WRK-SUM-FALTA(IDX) TO WRK-CIR-EDIT
               MOVE WRK-CIR-EDIT       TO REG-CMR(IDY:5)
               ADD 7 TO IDY
           END-PERFORM.
           WRITE REG-CMR.
       0410-PRINT-SUMMARY-LINE-END. EXIT.

      *    SELECTION WITHOUT A SORT, AS IN THE DISTRIBUTOR REPORT -
      *    PICK THE BUSIEST UNPRINTED TITLE, PRINT, FLAG, AGAIN.
       0420-PRINT-WORKLIST.
           MOVE 'CLEANUP WORKLIST - MOST CIRCULATED FIRST' TO REG-CMR.
           WRITE REG-CMR.
           MOVE SPACES TO REG-CMR.
           STRING 'CODE   TITLE                          CHECKOUTS '
                  'SCORE  MISSING'
               DELIMITED BY SIZE INTO REG-CMR.
           WRITE REG-CMR.
           MOVE ALL '-' TO REG-CMR.
           WRITE REG-CMR.
      *
           MOVE 'S' TO WRK-ANY-LEFT.
           PERFORM UNTIL WRK-ANY-LEFT EQUAL 'N'
               MOVE 'N' TO WRK-ANY-LEFT
               MOVE ZERO TO WRK-BEST-IDX
               MOVE ZERO TO WRK-BEST-CIRC
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX GREATER WRK-WKL-COUNT
                   IF EL-WKL-FEITO(IDX) NOT EQUAL 'S'
                      AND (WRK-BEST-IDX EQUAL ZERO
                           OR EL-WKL-CIRC(IDX) GREATER WRK-BEST-CIRC)
                       MOVE IDX TO WRK-BEST-IDX
                       MOVE EL-WKL-CIRC(IDX) TO WRK-BEST-CIRC
                   END-IF
               END-PERFORM
      *
               IF WRK-BEST-IDX GREATER ZERO
                   MOVE 'S' TO WRK-ANY-LEFT
                   MOVE WRK-BEST-IDX TO IDY
                   PERFORM 0430-PRINT-WORKLIST-LINE
                   MOVE 'S' TO EL-WKL-FEITO(WRK-BEST-IDX)
               END-IF
           END-PERFORM.
      *
           IF WRK-WKL-COUNT EQUAL ZERO
               MOVE 'NO INCOMPLETE TITLES.' TO REG-CMR
               WRITE REG-CMR
           END-IF.
           IF WRK-WKL-FORA GREATER ZERO
               MOVE WRK-WKL-FORA TO WRK-FORA-EDIT
               MOVE SPACES TO REG-CMR
               STRING WRK-FORA-EDIT ' MORE INCOMPLETE TITLES NOT '
                      'LISTED - RERUN AFTER FIXING THE ABOVE.'
                   DELIMITED BY SIZE INTO REG-CMR
               WRITE REG-CMR
           END-IF.
       0420-PRINT-WORKLIST-END. EXIT.

       0430-PRINT-WORKLIST-LINE.
           MOVE EL-WKL-CIRC(IDY) TO WRK-CIR-EDIT.
           MOVE EL-WKL-PCT(IDY)  TO WRK-PCT-EDIT.
      *
           MOVE SPACES TO REG-CMR.
           MOVE EL-WKL-CODIGO(IDY) TO REG-CMR(1:5).
           MOVE EL-WKL-TITULO(IDY) TO REG-CMR(8:30).
           MOVE WRK-CIR-EDIT       TO REG-CMR(43:5).
           MOVE WRK-PCT-EDIT       TO REG-CMR(50:3).
           MOVE '%'                TO REG-CMR(53:1).
           MOVE EL-WKL-FALTA(IDY)  TO REG-CMR(56:40).
           WRITE REG-CMR.
       0430-PRINT-WORKLIST-LINE-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE MOVIES EMPRESTIMOS NOTASFILM CREDITOS XREF
                 COMPLETUDE-REL COMPLETUDE-CSV.
      *
      *    ON THE REPORT SPOOL WITH ITS CSV COMPANION, AS THE OTHER
      *    CATALOGUE REPORTS ARE.
           MOVE 'COMPLETE' TO LNK-SPL-NOME.
           MOVE 'COMPLETUDE-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
           MOVE 'COMPLETE' TO LNK-SPL-NOME.
           MOVE 'COMPLETUDE-REL.csv' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM CMVIDPRG.
