      ******************************************************************
      * FILE NAME   : RKVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : PERSONAL RECOMMENDATIONS ROUTINE OF VIDEOTECA    *
      *               PROGRAM - SCORES THE AVAILABLE TITLES A BORROWER *
      *               HAS NEVER HAD AGAINST THEIR OWN HISTORY (GENRES  *
      *               RENTED, CAST/CREW OF TITLES RATED HIGHLY, SERIES *
      *               ALREADY STARTED) AND HANDS BACK THE BEST FEW     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RKVIDPRG.
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
           COPY 'CPVIDAVS.cpy'. *> MEMBER RATINGS DAT WORKBOOK
           COPY 'CPVIDPSS.cpy'. *> PEOPLE AND CREDITS DAT WORKBOOK
           COPY 'CPVIDSMF.cpy'. *> SERIES MEMBERSHIP WORKBOOK
           COPY 'CPVIDHES.cpy'. *> LOAN HISTORY WORKBOOK
           COPY 'CPVIDHXS.cpy'. *> HISTORY YEAR INDEX WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  AVALIACOES.
           COPY 'CPVIDAVA.cpy'. *> MEMBER RATINGS DATA FILE
      *
       FD  PESSOAS.
           COPY 'CPVIDPES.cpy'. *> PEOPLE DATA FILE
      *
       FD  CREDITOS.
           COPY 'CPVIDCRE.cpy'. *> CREDITS LINK DATA FILE
      *
       FD  SERIEMEM.
           COPY 'CPVIDSME.cpy'. *> SERIES MEMBERSHIP DATA FILE
      *
       FD  HIST-EMP.
           COPY 'CPVIDHER.cpy'. *> LOAN HISTORY RECORD
      *
       FD  HIST-IDX.
           COPY 'CPVIDHXR.cpy'. *> HISTORY YEAR INDEX RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDAVW.cpy'. *> MEMBER RATINGS DAT WORKBOOK
           COPY 'CPVIDPSW.cpy'. *> PEOPLE/CREDITS DAT WORKBOOK
           COPY 'CPVIDSEW.cpy'. *> SERIES DAT WORKBOOK
           COPY 'CPVIDHEW.cpy'. *> LOAN HISTORY WORKBOOK
           COPY 'CPVIDHXW.cpy'. *> HISTORY YEAR INDEX WORKBOOK
      *
      *    WHAT COUNTS AS "RATED HIGHLY", AND HOW MUCH EACH KIND OF
      *    MATCH WEIGHS - A SERIES ALREADY STARTED IS THE STRONGEST
      *    PULL, A SHARED DIRECTOR OR ACTOR NEXT, AND EACH PAST
      *    RENTAL IN A GENRE ADDS ONE POINT TO EVERY TITLE IN IT.
       77  WRK-RCM-NOTA-ALTA        PIC 9(02)V9(01) VALUE 08,0.
       77  WRK-RCM-PESO-SERIE       PIC 9(03) VALUE 010.
       77  WRK-RCM-PESO-PESSOA      PIC 9(03) VALUE 005.
      *
       77  WRK-RCM-HOJE             PIC 9(08) VALUE ZERO.
       77  WRK-RCM-AGORA            PIC X(21) VALUE SPACES.
       77  WRK-RCM-ABERTO           PIC X(01) VALUE 'N'.
           88 RCM-ARQUIVOS-ABERTOS     VALUE 'S'.
       77  WRK-RCM-ACHOU            PIC X(01) VALUE 'N'.
       77  WRK-RCM-GEN-COD          PIC X(04) VALUE SPACES.
       77  WRK-RCM-PT-GEN           PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-RCM-PT-PES           PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-RCM-PT-SER           PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-RCM-PT-TOTAL         PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-RCM-MOTIVO           PIC X(01) VALUE SPACES.
       77  WRK-RCM-POS              PIC 9(02) USAGE COMP-3 VALUE ZERO.
       77  IDX                      PIC S9(04) COMP VALUE ZERO.
       77  IDX2                     PIC S9(04) COMP VALUE ZERO.
      *
      *    THE BORROWER'S PROFILE, BUILT FRESH ON EVERY CALL. THE
      *    TABLES ARE SIZED FOR A HEAVY REGULAR - ONCE ONE FILLS,
      *    FURTHER ENTRIES ARE SIMPLY NOT ADDED, WHICH ONLY COSTS A
      *    LITTLE PRECISION AT THE TAIL OF A VERY LONG HISTORY.
       01  TAB-VISTOS.
           05 QTDE-VISTOS           PIC 9(04) COMP VALUE ZERO.
           05 OCC-VISTO OCCURS 500 TIMES.
              10 EL-VISTO-COD       PIC 9(05).
      *
       01  TAB-GENEROS.
           05 QTDE-GENEROS          PIC 9(04) COMP VALUE ZERO.
           05 OCC-GENERO OCCURS 30 TIMES.
              10 EL-GEN-COD         PIC X(04).
              10 EL-GEN-QTDE        PIC 9(04) COMP.
      *
       01  TAB-PESSOAS.
           05 QTDE-PESSOAS          PIC 9(04) COMP VALUE ZERO.
           05 OCC-PESSOA OCCURS 100 TIMES.
              10 EL-PES-NUM         PIC 9(05).
      *
       01  TAB-SERIES.
           05 QTDE-SERIES           PIC 9(04) COMP VALUE ZERO.
           05 OCC-SERIE OCCURS 30 TIMES.
              10 EL-SER-COD         PIC X(04).
      *
       LINKAGE SECTION.
           COPY 'CPVIDRKL.cpy'. *> PERSONAL RECOMMENDATIONS LINKAGE
      *
       PROCEDURE DIVISION USING LNK-RECOMENDA.
       0000-MAIN SECTION.
           MOVE ZERO TO LNK-RCM-QTDE.
           INITIALIZE TAB-RCM.
      *
           IF LNK-RCM-LOC EQUAL ZEROES
               PERFORM 0700-END-PROGRAM
           END-IF.
           IF LNK-RCM-MAX EQUAL ZERO OR LNK-RCM-MAX GREATER 5
               MOVE 5 TO LNK-RCM-MAX
           END-IF.
      *
           PERFORM 0100-OPEN-DATA.
           IF RCM-ARQUIVOS-ABERTOS
               PERFORM 0200-LOAN-PROFILE
               PERFORM 0250-RATING-PROFILE
               PERFORM 0300-PROCESS-DATA
           END-IF.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

      *    CONSULT ONLY. THE SLIP AND THE STATEMENT CALL THIS WITH
      *    THEIR OWN FILES OPEN, SO A FILE THAT WILL NOT OPEN HERE
      *    JUST MEANS NO RECOMMENDATIONS - NEVER AN ABEND IN THE
      *    MIDDLE OF SOMEBODY ELSE'S TRANSACTION. THE OPTIONAL
      *    FILES (RATINGS, CREDITS, SERIES) MAY NOT EXIST YET AT A
      *    SHOP THAT HAS NEVER KEYED ANY; THEIR LEG OF THE SCORE IS
      *    THEN SKIPPED.
       0100-OPEN-DATA SECTION.
           MOVE 'N' TO WRK-RCM-ABERTO.
           MOVE FUNCTION CURRENT-DATE TO WRK-RCM-AGORA.
           MOVE WRK-RCM-AGORA(1:8) TO WRK-RCM-HOJE.
           INITIALIZE TAB-VISTOS TAB-GENEROS TAB-PESSOAS TAB-SERIES.
      *
           OPEN INPUT EMPRESTIMOS.
           IF FS-EMPRESTIMOS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           OPEN INPUT MOVIES.
           IF FS-MOVIES NOT EQUAL "00"
               CLOSE EMPRESTIMOS
               EXIT PARAGRAPH
           END-IF.
      *
           OPEN INPUT AVALIACOES.
           OPEN INPUT CREDITOS.
           OPEN INPUT SERIEMEM.
           MOVE 'S' TO WRK-RCM-ABERTO.
       0100-OPEN-DATA-END. EXIT.

      *    ONE PASS OVER EVERY LOAN IN NUMBER ORDER (THERE IS NO
      *    BORROWER KEY ON EMPRESTIMOS.dat) PICKING OUT THIS
      *    BORROWER'S - EACH TITLE GOES ON THE ALREADY-HAD LIST, ITS
      *    GENRES ARE COUNTED, AND ANY SERIES IT BELONGS TO IS NOTED.
      *    LOANS ALREADY MOVED TO THE YEARLY HISTORY FILES (HIVIDPRG)
      *    ARE WALKED FIRST, SO A TITLE HAD YEARS AGO IS STILL NEVER
      *    RECOMMENDED BACK.
       0200-LOAN-PROFILE SECTION.
           PERFORM 0190-LOAD-HISTORY-YEARS.
           PERFORM 0195-WALK-HISTORY-YEAR
               VARYING WRK-HIX-IDX FROM 1 BY 1
                 UNTIL WRK-HIX-IDX GREATER WRK-HIX-QTDE.
      *
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
               IF NUM-LOC-EMP EQUAL LNK-RCM-LOC
                   PERFORM 0210-PROFILE-LOAN
               END-IF
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-PERFORM.
       0200-LOAN-PROFILE-END. EXIT.

       0190-LOAD-HISTORY-YEARS SECTION.
           COPY 'CPVIDHXL.cpy'. *> LOAD HISTORY YEAR INDEX
       0190-LOAD-HISTORY-YEARS-END. EXIT.

      *    ONE YEAR'S LOAN HISTORY FILE, READ THROUGH THE LIVE FIELD
      *    NAMES - A YEAR WHOSE FILE WILL NOT OPEN IS PASSED OVER.
       0195-WALK-HISTORY-YEAR SECTION.
           MOVE SPACES TO WRK-HEM-FILE.
           STRING 'EMPRESTIMOS-' EL-HIX-ANO(WRK-HIX-IDX) '.dat'
               DELIMITED BY SIZE INTO WRK-HEM-FILE.
           OPEN INPUT HIST-EMP.
           IF FS-HIST-EMP NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM UNTIL FS-HIST-EMP NOT EQUAL "00"
               READ HIST-EMP NEXT AT END MOVE "10" TO FS-HIST-EMP
                   NOT AT END
                       MOVE REG-HEM TO REG-EMP
                       IF NUM-LOC-EMP EQUAL LNK-RCM-LOC
                           PERFORM 0210-PROFILE-LOAN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-EMP.
       0195-WALK-HISTORY-YEAR-END. EXIT.

       0210-PROFILE-LOAN SECTION.
           MOVE 'N' TO WRK-RCM-ACHOU.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-VISTOS
               IF EL-VISTO-COD(IDX) EQUAL CODIGO-EMP
                   MOVE 'S' TO WRK-RCM-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-RCM-ACHOU EQUAL 'N' AND QTDE-VISTOS LESS 500
               ADD 1 TO QTDE-VISTOS
               MOVE CODIGO-EMP TO EL-VISTO-COD(QTDE-VISTOS)
           END-IF.
      *
           MOVE CODIGO-EMP TO CODIGO.
           READ MOVIES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
      *
           MOVE GENERO TO WRK-RCM-GEN-COD.
           PERFORM 0220-COUNT-GENRE.
           PERFORM VARYING IDX2 FROM 1 BY 1 UNTIL IDX2 > 2
               IF GENERO-ADIC(IDX2) NOT EQUAL SPACES
                   MOVE GENERO-ADIC(IDX2) TO WRK-RCM-GEN-COD
                   PERFORM 0220-COUNT-GENRE
               END-IF
           END-PERFORM.
      *
           IF FS-SERIEMEM EQUAL "00"
               PERFORM 0230-NOTE-SERIES
           END-IF.
       0210-PROFILE-LOAN-END. EXIT.

       0220-COUNT-GENRE SECTION.
           IF WRK-RCM-GEN-COD EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'N' TO WRK-RCM-ACHOU.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-GENEROS
               IF EL-GEN-COD(IDX) EQUAL WRK-RCM-GEN-COD
                   ADD 1 TO EL-GEN-QTDE(IDX)
                   MOVE 'S' TO WRK-RCM-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-RCM-ACHOU EQUAL 'N' AND QTDE-GENEROS LESS 30
               ADD 1 TO QTDE-GENEROS
               MOVE WRK-RCM-GEN-COD TO EL-GEN-COD(QTDE-GENEROS)
               MOVE 1               TO EL-GEN-QTDE(QTDE-GENEROS)
           END-IF.
       0220-COUNT-GENRE-END. EXIT.

       0230-NOTE-SERIES SECTION.
           MOVE CODIGO TO CODIGO-SME.
           START SERIEMEM KEY IS EQUAL CODIGO-SME
               INVALID KEY MOVE 10 TO FS-SERIEMEM
           END-START.
           IF FS-SERIEMEM NOT EQUAL 10
               READ SERIEMEM NEXT AT END MOVE 10 TO FS-SERIEMEM
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-SERIEMEM EQUAL 10
                      OR CODIGO-SME NOT EQUAL CODIGO
               MOVE 'N' TO WRK-RCM-ACHOU
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-SERIES
                   IF EL-SER-COD(IDX) EQUAL COD-SER-SME
                       MOVE 'S' TO WRK-RCM-ACHOU
                   END-IF
               END-PERFORM
               IF WRK-RCM-ACHOU EQUAL 'N' AND QTDE-SERIES LESS 30
                   ADD 1 TO QTDE-SERIES
                   MOVE COD-SER-SME TO EL-SER-COD(QTDE-SERIES)
               END-IF
               READ SERIEMEM NEXT AT END MOVE 10 TO FS-SERIEMEM
               END-READ
           END-PERFORM.
      *
      *    THE WALK ABOVE ENDS ON 10 - PUT THE STATUS BACK SO THE
      *    NEXT LOAN (AND THE CANDIDATE PASS) STILL SEE THE FILE AS
      *    OPEN.
           MOVE "00" TO FS-SERIEMEM.
       0230-NOTE-SERIES-END. EXIT.

      *    EVERY TITLE THIS BORROWER RATED AT OR ABOVE THE "RATED
      *    HIGHLY" MARK PUTS ITS DIRECTOR AND CAST ON THE PEOPLE
      *    LIST. RATINGS ARE KEYED BY TITLE FIRST, SO THIS IS A
      *    FULL PASS TOO.
       0250-RATING-PROFILE SECTION.
           IF FS-AVALIACOES NOT EQUAL "00"
              OR FS-CREDITOS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE LOW-VALUES TO CHAVE-AVA.
           START AVALIACOES KEY IS NOT LESS CHAVE-AVA
               INVALID KEY MOVE 10 TO FS-AVALIACOES
           END-START.
           IF FS-AVALIACOES NOT EQUAL 10
               READ AVALIACOES NEXT AT END MOVE 10 TO FS-AVALIACOES
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-AVALIACOES EQUAL 10
               IF NUM-LOC-AVA EQUAL LNK-RCM-LOC
                  AND NOTA-AVA NOT LESS WRK-RCM-NOTA-ALTA
                   PERFORM 0260-NOTE-PEOPLE
               END-IF
               READ AVALIACOES NEXT AT END MOVE 10 TO FS-AVALIACOES
               END-READ
           END-PERFORM.
       0250-RATING-PROFILE-END. EXIT.

       0260-NOTE-PEOPLE SECTION.
           MOVE CODIGO-AVA TO CODIGO-CRE.
           START CREDITOS KEY IS EQUAL CODIGO-CRE
               INVALID KEY MOVE 10 TO FS-CREDITOS
           END-START.
           IF FS-CREDITOS NOT EQUAL 10
               READ CREDITOS NEXT AT END MOVE 10 TO FS-CREDITOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-CREDITOS EQUAL 10
                      OR CODIGO-CRE NOT EQUAL CODIGO-AVA
               MOVE 'N' TO WRK-RCM-ACHOU
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-PESSOAS
                   IF EL-PES-NUM(IDX) EQUAL NUM-PES-CRE
                       MOVE 'S' TO WRK-RCM-ACHOU
                   END-IF
               END-PERFORM
               IF WRK-RCM-ACHOU EQUAL 'N' AND QTDE-PESSOAS LESS 100
                   ADD 1 TO QTDE-PESSOAS
                   MOVE NUM-PES-CRE TO EL-PES-NUM(QTDE-PESSOAS)
               END-IF
               READ CREDITOS NEXT AT END MOVE 10 TO FS-CREDITOS
               END-READ
           END-PERFORM.
      *
           MOVE "00" TO FS-CREDITOS.
       0260-NOTE-PEOPLE-END. EXIT.

      *    WALKS THE CATALOGUE IN CODE ORDER. A CANDIDATE HAS TO BE
      *    SOMETHING THE BORROWER COULD TAKE HOME TODAY - ACTIVE,
      *    OWNED, A COPY ON THE SHELF, PAST ANY STREET DATE - AND
      *    SOMETHING THEY HAVE NEVER HAD OUT. ONLY A TITLE THAT
      *    SCORES ON AT LEAST ONE LEG IS OFFERED.
       0300-PROCESS-DATA SECTION.
           IF QTDE-GENEROS EQUAL ZERO AND QTDE-PESSOAS EQUAL ZERO
              AND QTDE-SERIES EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE LOW-VALUES TO CODIGO.
           START MOVIES KEY IS NOT LESS CODIGO
               INVALID KEY MOVE 10 TO FS-MOVIES
           END-START.
           IF FS-MOVIES NOT EQUAL 10
               READ MOVIES NEXT AT END MOVE 10 TO FS-MOVIES END-READ
           END-IF.
      *
           PERFORM UNTIL FS-MOVIES EQUAL 10
               PERFORM 0310-CHECK-CANDIDATE
               READ MOVIES NEXT AT END MOVE 10 TO FS-MOVIES END-READ
           END-PERFORM.
       0300-PROCESS-DATA-END. EXIT.

       0310-CHECK-CANDIDATE SECTION.
           IF NOT REG-ATIVO OR NOT ACERVO-POSSUIDO
               EXIT PARAGRAPH
           END-IF.
           IF QTDE-DISPONIVEL EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           IF DATA-ESTREIA-FIL GREATER WRK-RCM-HOJE
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-VISTOS
               IF EL-VISTO-COD(IDX) EQUAL CODIGO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
      *
           MOVE ZERO TO WRK-RCM-PT-GEN WRK-RCM-PT-PES WRK-RCM-PT-SER.
           PERFORM 0320-SCORE-GENRES.
           IF QTDE-PESSOAS GREATER ZERO AND FS-CREDITOS EQUAL "00"
               PERFORM 0330-SCORE-PEOPLE
           END-IF.
           IF QTDE-SERIES GREATER ZERO AND FS-SERIEMEM EQUAL "00"
               PERFORM 0340-SCORE-SERIES
           END-IF.
      *
           COMPUTE WRK-RCM-PT-TOTAL = WRK-RCM-PT-GEN
                                    + WRK-RCM-PT-PES
                                    + WRK-RCM-PT-SER.
           IF WRK-RCM-PT-TOTAL EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WRK-RCM-PT-TOTAL GREATER 999
               MOVE 999 TO WRK-RCM-PT-TOTAL
           END-IF.
      *
           EVALUATE TRUE
               WHEN WRK-RCM-PT-SER NOT LESS WRK-RCM-PT-PES
                AND WRK-RCM-PT-SER NOT LESS WRK-RCM-PT-GEN
                   MOVE 'S' TO WRK-RCM-MOTIVO
               WHEN WRK-RCM-PT-PES NOT LESS WRK-RCM-PT-GEN
                   MOVE 'P' TO WRK-RCM-MOTIVO
               WHEN OTHER
                   MOVE 'G' TO WRK-RCM-MOTIVO
           END-EVALUATE.
      *
           PERFORM 0350-RANK-CANDIDATE.
       0310-CHECK-CANDIDATE-END. EXIT.

       0320-SCORE-GENRES SECTION.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-GENEROS
               IF EL-GEN-COD(IDX) EQUAL GENERO
                  OR EL-GEN-COD(IDX) EQUAL GENERO-ADIC(1)
                  OR EL-GEN-COD(IDX) EQUAL GENERO-ADIC(2)
                   ADD EL-GEN-QTDE(IDX) TO WRK-RCM-PT-GEN
               END-IF
           END-PERFORM.
       0320-SCORE-GENRES-END. EXIT.

       0330-SCORE-PEOPLE SECTION.
           MOVE CODIGO TO CODIGO-CRE.
           START CREDITOS KEY IS EQUAL CODIGO-CRE
               INVALID KEY MOVE 10 TO FS-CREDITOS
           END-START.
           IF FS-CREDITOS NOT EQUAL 10
               READ CREDITOS NEXT AT END MOVE 10 TO FS-CREDITOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-CREDITOS EQUAL 10
                      OR CODIGO-CRE NOT EQUAL CODIGO
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-PESSOAS
                   IF EL-PES-NUM(IDX) EQUAL NUM-PES-CRE
                       ADD WRK-RCM-PESO-PESSOA TO WRK-RCM-PT-PES
                   END-IF
               END-PERFORM
               READ CREDITOS NEXT AT END MOVE 10 TO FS-CREDITOS
               END-READ
           END-PERFORM.
      *
           MOVE "00" TO FS-CREDITOS.
       0330-SCORE-PEOPLE-END. EXIT.

       0340-SCORE-SERIES SECTION.
           MOVE CODIGO TO CODIGO-SME.
           START SERIEMEM KEY IS EQUAL CODIGO-SME
               INVALID KEY MOVE 10 TO FS-SERIEMEM
           END-START.
           IF FS-SERIEMEM NOT EQUAL 10
               READ SERIEMEM NEXT AT END MOVE 10 TO FS-SERIEMEM
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-SERIEMEM EQUAL 10
                      OR CODIGO-SME NOT EQUAL CODIGO
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-SERIES
                   IF EL-SER-COD(IDX) EQUAL COD-SER-SME
                       ADD WRK-RCM-PESO-SERIE TO WRK-RCM-PT-SER
                   END-IF
               END-PERFORM
               READ SERIEMEM NEXT AT END MOVE 10 TO FS-SERIEMEM
               END-READ
           END-PERFORM.
      *
           MOVE "00" TO FS-SERIEMEM.
       0340-SCORE-SERIES-END. EXIT.

      *    KEEPS THE CALLER'S TABLE IN SCORE ORDER, BEST FIRST. A
      *    CANDIDATE ONLY GETS IN BY BEATING A SLOT OUTRIGHT, SO ON A
      *    TIE THE LOWER CODE (MET FIRST) KEEPS ITS PLACE.
       0350-RANK-CANDIDATE SECTION.
           MOVE ZERO TO WRK-RCM-POS.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > LNK-RCM-QTDE OR WRK-RCM-POS > ZERO
               IF WRK-RCM-PT-TOTAL GREATER EL-RCM-PONTOS(IDX)
                   MOVE IDX TO WRK-RCM-POS
               END-IF
           END-PERFORM.
      *
           IF WRK-RCM-POS EQUAL ZERO
               IF LNK-RCM-QTDE NOT LESS LNK-RCM-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LNK-RCM-QTDE
               MOVE LNK-RCM-QTDE TO WRK-RCM-POS
           ELSE
               IF LNK-RCM-QTDE LESS LNK-RCM-MAX
                   ADD 1 TO LNK-RCM-QTDE
               END-IF
               PERFORM VARYING IDX FROM LNK-RCM-QTDE BY -1
                       UNTIL IDX NOT GREATER WRK-RCM-POS
                   MOVE OCC-RCM(IDX - 1) TO OCC-RCM(IDX)
               END-PERFORM
           END-IF.
      *
           MOVE CODIGO           TO EL-RCM-CODIGO(WRK-RCM-POS).
           MOVE TITULO           TO EL-RCM-TITULO(WRK-RCM-POS).
           MOVE WRK-RCM-PT-TOTAL TO EL-RCM-PONTOS(WRK-RCM-POS).
           MOVE WRK-RCM-MOTIVO   TO EL-RCM-MOTIVO(WRK-RCM-POS).
       0350-RANK-CANDIDATE-END. EXIT.

       0500-CLOSE-DATA SECTION.
           IF RCM-ARQUIVOS-ABERTOS
               CLOSE EMPRESTIMOS MOVIES
               IF FS-AVALIACOES EQUAL "00" OR EQUAL "10"
                   CLOSE AVALIACOES
               END-IF
               IF FS-CREDITOS EQUAL "00"
                   CLOSE CREDITOS
               END-IF
               IF FS-SERIEMEM EQUAL "00"
                   CLOSE SERIEMEM
               END-IF
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM RKVIDPRG.
