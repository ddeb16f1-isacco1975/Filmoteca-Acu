      ******************************************************************
      * FILE NAME   : CGVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : POSTAL-CODE (CEP) REFERENCE OF VIDEOTECA PROGRAM *
      *               - LOADS CEPS.dat FROM THE CEPS.csv EXTRACT, AND  *
      *               SPLITS THE OLD FREE-TEXT BORROWER ADDRESSES INTO *
      *               STREET, NUMBER, COMPLEMENT AND DISTRICT, LISTING *
      *               THE ONES IT COULD NOT READ FOR THE DESK TO KEY   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDCES.cpy'. *> POSTAL-CODE REFERENCE DAT WORKBOOK
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
      *
      *    THE POSTAL-CODE EXTRACT, DROPPED IN THE WORKING DIRECTORY
      *    BEFORE THE LOAD - ONE HEADER LINE, THEN
      *    CEP;STREET;DISTRICT;CITY;UF.
           SELECT CEP-CSV
              ASSIGN       TO 'CEPS.csv'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CEP-CSV.
      *
           SELECT CEPIMP-REL
              ASSIGN       TO 'CEPIMP-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CEPIMP-REL.
      *
           SELECT ENDCONV-REL
              ASSIGN       TO 'ENDCONV-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-ENDCONV-REL.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CEPS.
           COPY 'CPVIDCEP.cpy'. *> POSTAL-CODE REFERENCE DATA FILE
      *
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  CEP-CSV.
       01 FIL-CEP                PIC X(120).
      *
       FD  CEPIMP-REL.
       01 REG-CIR                PIC X(100).
      *
       FD  ENDCONV-REL.
       01 REG-ECR                PIC X(100).
      *
       FD  MANUTENCAO.
           COPY 'CPVIDMTR.cpy'. *> MAINTENANCE FLAG RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDCEW.cpy'. *> POSTAL-CODE REFERENCE DAT WORKBOOK
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-CEP-CSV               PIC X(02) VALUE '00'.
       77  FS-CEPIMP-REL            PIC X(02) VALUE '00'.
       77  FS-ENDCONV-REL           PIC X(02) VALUE '00'.
       77  WRK-GOPTION              PIC X(01) VALUE SPACE.
       77  IDX                      PIC S9(04) COMP VALUE ZERO.
       77  WRK-QTDE-EDIT            PIC ZZ.ZZ9.
      *
      *    ONE LINE OF THE EXTRACT, FIELD BY FIELD, AND THE CEP WITH
      *    ITS HYPHEN (OR DOTS) TAKEN OUT.
       77  WRK-CSV-CEP              PIC X(12) VALUE SPACES.
       77  WRK-CSV-LOGR             PIC X(40) VALUE SPACES.
       77  WRK-CSV-BAIRRO           PIC X(25) VALUE SPACES.
       77  WRK-CSV-CIDADE           PIC X(25) VALUE SPACES.
       77  WRK-CSV-UF               PIC X(02) VALUE SPACES.
       77  WRK-CSV-MOTIVO           PIC X(24) VALUE SPACES.
       77  WRK-CEP-DIGITOS          PIC 9(02) VALUE ZERO.
       01  WRK-CEP-TXT              PIC X(08) VALUE ZEROES.
       01  WRK-CEP-NUM REDEFINES WRK-CEP-TXT PIC 9(08).
      *
       01  WRK-CONT-IMPORT.
           05 WRK-LIDAS             PIC 9(05) VALUE ZEROES.
           05 WRK-INCLUIDOS         PIC 9(05) VALUE ZEROES.
           05 WRK-ATUALIZADOS       PIC 9(05) VALUE ZEROES.
           05 WRK-REJEITADOS        PIC 9(05) VALUE ZEROES.
      *
      *    THE SPLIT RUN - THE CITY AND STATE EVERY CONVERTED ROW
      *    TAKES (THE OLD ADDRESSES NEVER CARRIED ONE), AND ITS
      *    COUNTS.
       77  WRK-CIDADE-PADRAO        PIC X(25) VALUE SPACES.
       77  WRK-UF-PADRAO            PIC X(02) VALUE SPACES.
       01  WRK-CONT-SPLIT.
           05 WRK-CONVERTIDOS       PIC 9(05) VALUE ZEROES.
           05 WRK-NAO-LIDOS         PIC 9(05) VALUE ZEROES.
      *
      *    THE FREE-TEXT ADDRESS TAKEN APART: THE BODY BEFORE ANY
      *    " - " (AFTER IT IS THE DISTRICT), THE BODY CUT INTO WORDS,
      *    AND THE PIECES AS THEY ARE REASSEMBLED.
       77  WRK-END-CORPO            PIC X(30) VALUE SPACES.
       77  WRK-END-RESTO            PIC X(30) VALUE SPACES.
       77  WRK-P-LOGR               PIC X(40) VALUE SPACES.
       77  WRK-P-NUM                PIC X(10) VALUE SPACES.
       77  WRK-P-COMPL              PIC X(30) VALUE SPACES.
       77  WRK-P-BAIRRO             PIC X(30) VALUE SPACES.
       77  WRK-VIRGULAS             PIC 9(02) VALUE ZERO.
       77  WRK-PTR                  PIC 9(03) VALUE ZERO.
       77  WRK-PTR-OUT              PIC 9(03) VALUE ZERO.
       77  WRK-TAM                  PIC 9(02) VALUE ZERO.
       77  WRK-POS-NUM              PIC S9(04) COMP VALUE ZERO.
       77  WRK-TOK-QTDE             PIC S9(04) COMP VALUE ZERO.
       77  WRK-TOK-INI              PIC S9(04) COMP VALUE ZERO.
       01  TAB-PALAVRAS.
           05 OCC-PALAVRA OCCURS 15 TIMES.
              10 EL-PALAVRA         PIC X(30).
      *
      *    SET BY 0335 - THE CANDIDATE IN WRK-P-NUM IS A HOUSE NUMBER
      *    (ALL DIGITS, OR S/N FOR "NO NUMBER"), AND BY 0330 - THE
      *    ADDRESS CAME APART CLEANLY.
       77  WRK-NUM-OK               PIC X(01) VALUE 'N'.
           88 NUMERO-VALIDO            VALUE 'S'.
       77  WRK-END-OK               PIC X(01) VALUE 'N'.
           88 ENDERECO-LIDO            VALUE 'S'.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-CEPMNU.
           05 LINE 06 COLUMN 10 VALUE "+--------------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. IMPORTAR CEPS   |".
           05 LINE 08 COLUMN 10 VALUE "| 2. DIVIDIR ENDER.  |".
           05 LINE 09 COLUMN 10 VALUE "| 0. SAIR            |".
           05 LINE 10 COLUMN 10 VALUE "|                    |".
           05 LINE 11 COLUMN 10 VALUE "| OPCAO...: [ ]      |".
           05 LINE 12 COLUMN 10 VALUE "+--------------------+".
           05 LINE 11 COLUMN 23 PIC X(01) USING WRK-GOPTION.
      *
       01  SCREEN-CEPSPL.
           05 LINE 14 COLUMN 10 VALUE "DEFAULT CITY..: [".
           05 LINE 14 COLUMN 53 VALUE "]".
           05 LINE 15 COLUMN 10 VALUE "DEFAULT UF....: [  ]".
      *
       01  SCREEN-CEPSPL-DATA.
           05 LINE 14 COLUMN 27 PIC X(25) USING WRK-CIDADE-PADRAO
              COLOR 7 HIGHLIGHT.
           05 LINE 15 COLUMN 27 PIC X(02) USING WRK-UF-PADRAO
              COLOR 7 HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'CGVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O CEPS.
      *
           IF FS-CEPS EQUAL "35"
               OPEN OUTPUT CEPS
               CLOSE CEPS
               OPEN I-O CEPS
           END-IF.
      *
           IF FS-CEPS NOT EQUAL "00"
               MOVE '47ERROR OPENING POSTAL-CODE FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CEPS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING POSTAL-CODE FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O BORROWERS.
           IF FS-BORROWERS EQUAL "35"
               OPEN OUTPUT BORROWERS
               CLOSE BORROWERS
               OPEN I-O BORROWERS
           END-IF.
      *
           IF FS-BORROWERS NOT EQUAL "00"
               MOVE '47ERROR OPENING BORROWERS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-BORROWERS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING BORROWERS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0100-OPEN-DATA-END. EXIT.

      *    THE NIGHTLY CHAIN (BDVIDPRG) RAISES THE MAINTENANCE FLAG
      *    WHILE IT RUNS - UPDATES ARE REFUSED, LOOK-UPS STILL WORK.
       0299-CHECK-MAINTENANCE SECTION.
           COPY 'CPVIDMTC.cpy'. *> READ MAINTENANCE FLAG
      *
           IF MANUTENCAO-ATIVA
               MOVE '43SYSTEM IN NIGHTLY MAINTENANCE - LOOK-UPS ONLY.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0299-CHECK-MAINTENANCE-END. EXIT.

       0300-PROCESS-DATA SECTION.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE " * * *  C E P   /   A D D R E S S  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           INITIALIZE WRK-GOPTION WRK-MSG.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-CEPMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-CEPMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-GOPTION EQUAL '1' OR '2'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE '*' TO WRK-GOPTION
               END-IF
           END-IF.
      *
           EVALUATE WRK-GOPTION
             WHEN '1' PERFORM 0310-IMPORT-CEPS
             WHEN '2' PERFORM 0320-SPLIT-ADDRESSES
             WHEN '*' CONTINUE
             WHEN '0' MOVE 'N' TO WRK-CONTINUE
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
       0298-IDLE-LOCK-END. EXIT.

      *    LOADS THE EXTRACT OVER WHAT IS ON FILE - A CEP ALREADY
      *    THERE TAKES THE NEW STREET, DISTRICT AND CITY, SO A FRESH
      *    EXTRACT CAN SIMPLY BE LOADED AGAIN. A LINE WITHOUT AN
      *    EIGHT-DIGIT CEP OR A CITY IS LISTED ON CEPIMP-REL.txt AND
      *    LEFT OUT.
       0310-IMPORT-CEPS SECTION.
           INITIALIZE WRK-CONT-IMPORT.
           OPEN INPUT CEP-CSV.
           IF FS-CEP-CSV NOT EQUAL "00"
               MOVE '47ERROR OPENING CEPS.csv FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           OPEN OUTPUT CEPIMP-REL.
           IF FS-CEPIMP-REL NOT EQUAL "00"
               CLOSE CEP-CSV
               MOVE '53ERROR OPENING CEPIMP-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO REG-CIR.
           STRING 'VIDEOTECA - POSTAL-CODE LOAD - LINES REJECTED'
                  '   RUN DATE: ' WRK-DATE
               DELIMITED BY SIZE INTO REG-CIR.
           WRITE REG-CIR.
           MOVE ALL '=' TO REG-CIR.
           WRITE REG-CIR.
           MOVE 'LINE  REASON                   CONTENT' TO REG-CIR.
           WRITE REG-CIR.
      *
           READ CEP-CSV AT END MOVE "10" TO FS-CEP-CSV END-READ.
           PERFORM UNTIL FS-CEP-CSV EQUAL "10"
               ADD 1 TO WRK-LIDAS
               PERFORM 0315-LOAD-CEP-LINE
               READ CEP-CSV AT END MOVE "10" TO FS-CEP-CSV END-READ
           END-PERFORM.
      *
           MOVE SPACES TO REG-CIR.
           WRITE REG-CIR.
           MOVE WRK-INCLUIDOS TO WRK-QTDE-EDIT.
           MOVE SPACES TO REG-CIR.
           STRING 'CEPS ADDED: ' WRK-QTDE-EDIT DELIMITED BY SIZE
               INTO REG-CIR.
           WRITE REG-CIR.
           MOVE WRK-ATUALIZADOS TO WRK-QTDE-EDIT.
           MOVE SPACES TO REG-CIR.
           STRING 'CEPS UPDATED: ' WRK-QTDE-EDIT DELIMITED BY SIZE
               INTO REG-CIR.
           WRITE REG-CIR.
           MOVE WRK-REJEITADOS TO WRK-QTDE-EDIT.
           MOVE SPACES TO REG-CIR.
           STRING 'LINES REJECTED: ' WRK-QTDE-EDIT DELIMITED BY SIZE
               INTO REG-CIR.
           WRITE REG-CIR.
           CLOSE CEP-CSV CEPIMP-REL.
      *
           MOVE 'CEPIMP'         TO LNK-SPL-NOME.
           MOVE 'CEPIMP-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
      *
           COMPUTE WRK-QTDE-EDIT = WRK-INCLUIDOS + WRK-ATUALIZADOS.
           INITIALIZE WRK-MSG.
           STRING '57CEPS LOADED: ' WRK-QTDE-EDIT
                  ' - SEE CEPIMP-REL.txt'
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-IMPORT-CEPS-END. EXIT.

      *    THE FIRST LINE IS THE EXTRACT'S HEADER WHEN ITS CEP FIELD
      *    IS NOT A NUMBER, AND IS PASSED OVER WITHOUT COMPLAINT.
       0315-LOAD-CEP-LINE SECTION.
           MOVE SPACES TO WRK-CSV-CEP WRK-CSV-LOGR WRK-CSV-BAIRRO
                          WRK-CSV-CIDADE WRK-CSV-UF WRK-CSV-MOTIVO.
           UNSTRING FIL-CEP DELIMITED BY ";"
               INTO WRK-CSV-CEP,
                    WRK-CSV-LOGR,
                    WRK-CSV-BAIRRO,
                    WRK-CSV-CIDADE,
                    WRK-CSV-UF.
           INSPECT WRK-CSV-LOGR CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-CSV-BAIRRO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-CSV-CIDADE CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-CSV-UF CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE ZEROES TO WRK-CEP-TXT WRK-CEP-DIGITOS.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX GREATER 12
               EVALUATE TRUE
                 WHEN WRK-CSV-CEP(IDX:1) IS NUMERIC
                   ADD 1 TO WRK-CEP-DIGITOS
                   IF WRK-CEP-DIGITOS NOT GREATER 8
                       MOVE WRK-CSV-CEP(IDX:1)
                           TO WRK-CEP-TXT(WRK-CEP-DIGITOS:1)
                   END-IF
                 WHEN WRK-CSV-CEP(IDX:1) EQUAL '-' OR '.' OR SPACE
                   CONTINUE
                 WHEN OTHER
                   MOVE 99 TO WRK-CEP-DIGITOS
                   MOVE 12 TO IDX
               END-EVALUATE
           END-PERFORM.
      *
           IF WRK-CEP-DIGITOS NOT EQUAL 8
               IF WRK-LIDAS EQUAL 1
                   EXIT PARAGRAPH
               END-IF
               MOVE 'CEP NOT EIGHT DIGITS' TO WRK-CSV-MOTIVO
           ELSE
               IF WRK-CSV-CIDADE EQUAL SPACES
                   MOVE 'NO CITY' TO WRK-CSV-MOTIVO
               END-IF
           END-IF.
      *
           IF WRK-CSV-MOTIVO NOT EQUAL SPACES
               ADD 1 TO WRK-REJEITADOS
               MOVE SPACES TO REG-CIR
               MOVE WRK-LIDAS      TO REG-CIR(1:5)
               MOVE WRK-CSV-MOTIVO TO REG-CIR(7:24)
               MOVE FIL-CEP        TO REG-CIR(32:69)
               WRITE REG-CIR
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-CEP-NUM TO CEP-REF.
           READ CEPS
               INVALID KEY
                   MOVE "23" TO FS-CEPS
               NOT INVALID KEY
                   MOVE "00" TO FS-CEPS
           END-READ.
      *
           MOVE WRK-CEP-NUM    TO CEP-REF.
           MOVE WRK-CSV-LOGR   TO LOGRADOURO-CEP.
           MOVE WRK-CSV-BAIRRO TO BAIRRO-CEP.
           MOVE WRK-CSV-CIDADE TO CIDADE-CEP.
           MOVE WRK-CSV-UF     TO UF-CEP.
      *
           IF FS-CEPS EQUAL "23"
               WRITE REG-CEP
                   INVALID KEY
                       MOVE 'WRITE ERROR' TO WRK-CSV-MOTIVO
                   NOT INVALID KEY
                       ADD 1 TO WRK-INCLUIDOS
               END-WRITE
           ELSE
               REWRITE REG-CEP
                   INVALID KEY
                       MOVE 'WRITE ERROR' TO WRK-CSV-MOTIVO
                   NOT INVALID KEY
                       ADD 1 TO WRK-ATUALIZADOS
               END-REWRITE
           END-IF.
      *
           IF WRK-CSV-MOTIVO NOT EQUAL SPACES
               ADD 1 TO WRK-REJEITADOS
               MOVE SPACES TO REG-CIR
               MOVE WRK-LIDAS      TO REG-CIR(1:5)
               MOVE WRK-CSV-MOTIVO TO REG-CIR(7:24)
               MOVE FIL-CEP        TO REG-CIR(32:69)
               WRITE REG-CIR
           END-IF.
       0315-LOAD-CEP-LINE-END. EXIT.

      *    ONE-TIME CONVERSION OF THE ADDRESSES KEYED BEFORE THE
      *    POSTAL FIELDS EXISTED. ONLY ROWS NOT YET SPLIT ARE TOUCHED,
      *    SO THE RUN CAN BE REPEATED AFTER THE DESK HAS TIDIED UP
      *    THE ONES LISTED. THE CEP IS LEFT FOR THE DESK TO KEY - IT
      *    CANNOT BE GUESSED FROM A STREET NAME.
       0320-SPLIT-ADDRESSES SECTION.
           INITIALIZE WRK-CONT-SPLIT.
           MOVE SPACES TO WRK-CIDADE-PADRAO WRK-UF-PADRAO.
           DISPLAY SCREEN-CEPSPL.
           ACCEPT  SCREEN-CEPSPL-DATA.
           INSPECT WRK-CIDADE-PADRAO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-UF-PADRAO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           IF WRK-CIDADE-PADRAO EQUAL SPACES
              OR WRK-UF-PADRAO EQUAL SPACES
               MOVE '20THE DEFAULT CITY AND UF ARE REQUIRED.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41SPLIT ALL FREE-TEXT ADDRESSES NOW (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27SPLIT CANCELLED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           OPEN OUTPUT ENDCONV-REL.
           IF FS-ENDCONV-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING ENDCONV-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO REG-ECR.
           STRING 'VIDEOTECA - ADDRESSES NOT SPLIT - KEY BY HAND'
                  '   RUN DATE: ' WRK-DATE
               DELIMITED BY SIZE INTO REG-ECR.
           WRITE REG-ECR.
           MOVE ALL '=' TO REG-ECR.
           WRITE REG-ECR.
           MOVE 'ID    NAME                 ADDRESS AS KEYED'
               TO REG-ECR.
           WRITE REG-ECR.
      *
           MOVE ZEROES TO NUM-LOC.
           START BORROWERS KEY IS NOT LESS NUM-LOC
               INVALID KEY MOVE 10 TO FS-BORROWERS
           END-START.
           IF FS-BORROWERS NOT EQUAL 10
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-IF.
           PERFORM UNTIL FS-BORROWERS EQUAL 10
               IF LOGRADOURO-LOC EQUAL SPACES
                  AND ENDERECO-LOC NOT EQUAL SPACES
                   PERFORM 0325-SPLIT-ONE-BORROWER
               END-IF
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-PERFORM.
      *
           MOVE SPACES TO REG-ECR.
           WRITE REG-ECR.
           MOVE WRK-CONVERTIDOS TO WRK-QTDE-EDIT.
           MOVE SPACES TO REG-ECR.
           STRING 'ADDRESSES SPLIT: ' WRK-QTDE-EDIT DELIMITED BY SIZE
               INTO REG-ECR.
           WRITE REG-ECR.
           MOVE WRK-NAO-LIDOS TO WRK-QTDE-EDIT.
           MOVE SPACES TO REG-ECR.
           STRING 'ADDRESSES LISTED ABOVE: ' WRK-QTDE-EDIT
               DELIMITED BY SIZE INTO REG-ECR.
           WRITE REG-ECR.
           CLOSE ENDCONV-REL.
      *
           MOVE 'ENDCONV'         TO LNK-SPL-NOME.
           MOVE 'ENDCONV-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
      *
           MOVE WRK-CONVERTIDOS TO WRK-QTDE-EDIT.
           INITIALIZE WRK-MSG.
           STRING '57ADDRESSES SPLIT: ' WRK-QTDE-EDIT
                  ' - SEE ENDCONV-REL.txt'
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-SPLIT-ADDRESSES-END. EXIT.

       0325-SPLIT-ONE-BORROWER SECTION.
           PERFORM 0330-PARSE-ADDRESS.
      *
           IF ENDERECO-LIDO
               MOVE WRK-P-LOGR        TO LOGRADOURO-LOC
               MOVE WRK-P-NUM         TO NUMERO-END-LOC
               MOVE WRK-P-COMPL       TO COMPL-END-LOC
               MOVE WRK-P-BAIRRO      TO BAIRRO-LOC
               MOVE WRK-CIDADE-PADRAO TO CIDADE-LOC
               MOVE WRK-UF-PADRAO     TO UF-LOC
               REWRITE REG-LOC
                   INVALID KEY
                       MOVE 'N' TO WRK-END-OK
                   NOT INVALID KEY
                       ADD 1 TO WRK-CONVERTIDOS
               END-REWRITE
           END-IF.
      *
           IF NOT ENDERECO-LIDO
               ADD 1 TO WRK-NAO-LIDOS
               MOVE SPACES       TO REG-ECR
               MOVE NUM-LOC      TO REG-ECR(1:5)
               MOVE NOME-LOC     TO REG-ECR(7:20)
               MOVE ENDERECO-LOC TO REG-ECR(28:30)
               WRITE REG-ECR
           END-IF.
       0325-SPLIT-ONE-BORROWER-END. EXIT.

      *    THE SHAPES THE DESK ACTUALLY KEYED: "RUA X, 123 APTO 4 -
      *    CENTRO" (STREET, THEN NUMBER AND COMPLEMENT AFTER THE
      *    COMMA, DISTRICT AFTER THE DASH) OR THE SAME WITHOUT THE
      *    COMMA, WHERE THE FIRST WORD THAT IS A NUMBER (OR S/N) ENDS
      *    THE STREET. ANYTHING WITH NO STREET OR NO NUMBER IS LEFT
      *    ALONE.
       0330-PARSE-ADDRESS SECTION.
           MOVE 'N' TO WRK-END-OK.
           MOVE SPACES TO WRK-END-CORPO WRK-END-RESTO WRK-P-LOGR
                          WRK-P-NUM WRK-P-COMPL WRK-P-BAIRRO.
           UNSTRING ENDERECO-LOC DELIMITED BY ' - '
               INTO WRK-END-CORPO, WRK-P-BAIRRO.
      *
           MOVE ZERO TO WRK-VIRGULAS.
           INSPECT WRK-END-CORPO TALLYING WRK-VIRGULAS FOR ALL ','.
           IF WRK-VIRGULAS GREATER ZERO
               UNSTRING WRK-END-CORPO DELIMITED BY ','
                   INTO WRK-P-LOGR, WRK-END-RESTO
               INSPECT WRK-END-RESTO REPLACING ALL ',' BY SPACE
               MOVE WRK-END-RESTO TO WRK-END-CORPO
               PERFORM 0340-CUT-WORDS
               MOVE 1 TO WRK-POS-NUM
           ELSE
               PERFORM 0340-CUT-WORDS
               MOVE ZERO TO WRK-POS-NUM
               PERFORM VARYING IDX FROM 2 BY 1
                       UNTIL IDX GREATER WRK-TOK-QTDE
                          OR WRK-POS-NUM NOT EQUAL ZERO
                   MOVE EL-PALAVRA(IDX) TO WRK-P-NUM
                   PERFORM 0335-CHECK-NUMBER
                   IF NUMERO-VALIDO
                       MOVE IDX TO WRK-POS-NUM
                   END-IF
               END-PERFORM
               IF WRK-POS-NUM EQUAL ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO WRK-PTR-OUT
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX NOT LESS WRK-POS-NUM
                   STRING EL-PALAVRA(IDX) DELIMITED BY SPACE
                          ' '             DELIMITED BY SIZE
                       INTO WRK-P-LOGR WITH POINTER WRK-PTR-OUT
               END-PERFORM
           END-IF.
      *
           IF WRK-P-LOGR EQUAL SPACES OR WRK-TOK-QTDE LESS WRK-POS-NUM
               EXIT PARAGRAPH
           END-IF.
           MOVE EL-PALAVRA(WRK-POS-NUM) TO WRK-P-NUM.
           PERFORM 0335-CHECK-NUMBER.
           IF NOT NUMERO-VALIDO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 1 TO WRK-PTR-OUT.
           COMPUTE WRK-TOK-INI = WRK-POS-NUM + 1.
           PERFORM VARYING IDX FROM WRK-TOK-INI BY 1
                   UNTIL IDX GREATER WRK-TOK-QTDE
               STRING EL-PALAVRA(IDX) DELIMITED BY SPACE
                      ' '             DELIMITED BY SIZE
                   INTO WRK-P-COMPL WITH POINTER WRK-PTR-OUT
           END-PERFORM.
      *
           MOVE 'S' TO WRK-END-OK.
       0330-PARSE-ADDRESS-END. EXIT.

      *    A HOUSE NUMBER IS ALL DIGITS AND FITS NUMERO-END-LOC, OR
      *    IS "S/N" (SEM NUMERO).
       0335-CHECK-NUMBER SECTION.
           MOVE 'N' TO WRK-NUM-OK.
           IF WRK-P-NUM EQUAL 'S/N' OR 'SN'
               MOVE 'S/N' TO WRK-P-NUM
               MOVE 'S' TO WRK-NUM-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WRK-TAM.
           INSPECT WRK-P-NUM TALLYING WRK-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WRK-TAM GREATER ZERO AND NOT GREATER 6
               IF WRK-P-NUM(1:WRK-TAM) IS NUMERIC
                   MOVE 'S' TO WRK-NUM-OK
               END-IF
           END-IF.
       0335-CHECK-NUMBER-END. EXIT.

      *    CUTS WRK-END-CORPO INTO ITS WORDS, HOWEVER MANY SPACES
      *    SEPARATE THEM.
       0340-CUT-WORDS SECTION.
           INITIALIZE TAB-PALAVRAS.
           MOVE ZERO TO WRK-TOK-QTDE.
           MOVE 1 TO WRK-PTR.
           PERFORM UNTIL WRK-PTR GREATER 30
                      OR WRK-TOK-QTDE NOT LESS 15
               IF WRK-END-CORPO(WRK-PTR:1) EQUAL SPACE
                   ADD 1 TO WRK-PTR
               ELSE
                   ADD 1 TO WRK-TOK-QTDE
                   UNSTRING WRK-END-CORPO DELIMITED BY SPACE
                       INTO EL-PALAVRA(WRK-TOK-QTDE)
                       WITH POINTER WRK-PTR
               END-IF
           END-PERFORM.
       0340-CUT-WORDS-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE BORROWERS CEPS.
      *
           IF FS-CEPS NOT EQUAL "00"
               MOVE '47ERROR CLOSING POSTAL-CODE FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-CEPS TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING POSTAL-CODE FILE.'
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

       END PROGRAM CGVIDPRG.
