      ******************************************************************
      * FILE NAME   : SUVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : NIGHTLY SUSPICIOUS-ACTIVITY EXCEPTION REPORT OF  *
      *               VIDEOTECA PROGRAM - NEW BORROWERS TAKING SEVERAL *
      *               HIGH-VALUE TITLES IN THEIR FIRST DAYS, ACCOUNTS  *
      *               SHARING ONE ADDRESS OR PHONE, REPEATED LOST-COPY *
      *               DECLARATIONS, AND OPERATORS WELL ABOVE THEIR     *
      *               PEERS ON AGE OVERRIDES, FEE WAIVERS OR CHECKOUT  *
      *               VOIDS. EVERY HIT IS KEPT ON SUSPEITAS.dat WITH   *
      *               ITS EVIDENCE UNTIL A SUPERVISOR MARKS IT         *
      *               REVIEWED. RUNS HEADLESS AS A NIGHTLY CHAIN STEP  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDSUS.cpy'. *> SUSPICIOUS-ACTIVITY HITS WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
           SELECT RELATO-SUS
              ASSIGN       TO 'RELATO-SUS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-RELATO-SUS.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWERS DATA FILE
      *
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  SUSPEITAS.
           COPY 'CPVIDSUR.cpy'. *> SUSPICIOUS-ACTIVITY HIT RECORD
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  RELATO-SUS.
       01 REG-RSU                PIC X(120).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDSUW.cpy'. *> SUSPICIOUS-ACTIVITY HITS WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDVFL.cpy'. *> VERIFY CREDENTIALS LINKAGE
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE (SPVIDPRG)
           COPY 'CPVIDMKW.cpy'. *> PERSONAL-DATA MASKING WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
      *
       77  FS-RELATO-SUS            PIC X(02).
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-TODAY-INT            PIC 9(08) VALUE ZERO.
       77  WRK-SUS-OPCAO            PIC X(01) VALUE SPACE.
       77  WRK-SUS-DECISAO          PIC X(01) VALUE SPACE.
       77  WRK-SUS-NEXT             PIC 9(06) VALUE ZERO.
      *
      *    THE KNOBS, ALL ON PARAMS.dat. A NEW BORROWER IS FLAGGED
      *    FOR SUSQTDE TITLES OR MORE, EACH WORTH SUSVALOR CENTAVOS
      *    OR MORE TO REPLACE, TAKEN WITHIN SUSDIAS DAYS OF JOINING.
      *    SUSCONTA ACCOUNTS ON ONE ADDRESS OR PHONE AND SUSPERDA
      *    LOST DECLARATIONS ARE HITS. AN OPERATOR IS FLAGGED WHEN,
      *    OVER THE LAST SUSJANEL DAYS, THEY LOGGED AT LEAST SUSMINIM
      *    OF ONE KIND OF EVENT AND MORE THAN SUSFATOR PERCENT OF
      *    WHAT THE OTHER OPERATORS AVERAGED. SUSJANEL ALSO SAYS HOW
      *    RECENTLY A BORROWER MUST HAVE JOINED TO COUNT AS NEW.
       77  WRK-SUS-DIAS             PIC 9(04) VALUE 3.
       77  WRK-SUS-VALOR            PIC 9(06) VALUE 10000.
       77  WRK-SUS-QTDE             PIC 9(03) VALUE 3.
       77  WRK-SUS-CONTAS           PIC 9(03) VALUE 3.
       77  WRK-SUS-PERDAS           PIC 9(03) VALUE 2.
       77  WRK-SUS-JANELA           PIC 9(04) VALUE 30.
       77  WRK-SUS-FATOR            PIC 9(04) VALUE 200.
       77  WRK-SUS-MINIMO           PIC 9(04) VALUE 5.
       77  WRK-JAN-INI-NUM          PIC 9(08) VALUE ZERO.
       77  WRK-LOG-DATA-NUM         PIC 9(08) VALUE ZERO.
       77  WRK-DIAS-DECOR           PIC S9(08) VALUE ZERO.
       77  WRK-VALOR-CENT           PIC 9(09) VALUE ZERO.
      *
      *    THE HIT IN HAND, BEFORE IT IS MATCHED AGAINST SUSPEITAS.dat
      *    ('N' NEW ROW WRITTEN, 'A' PENDING ROW REFRESHED, 'S'
      *    ALREADY REVIEWED WITH NOTHING NEW - LEFT OUT OF THE PRINT).
       01  WRK-HIT.
           05 WRK-HIT-TIPO          PIC X(01).
           05 WRK-HIT-ALVO          PIC X(20).
       77  WRK-HIT-QTDE             PIC 9(03) VALUE ZERO.
       77  WRK-HIT-VALOR            PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-HIT-EVID             PIC X(60) VALUE SPACES.
       77  WRK-HIT-ACAO             PIC X(01) VALUE SPACE.
       77  WRK-HIT-VISTA            PIC X(01) VALUE SPACE.
       77  WRK-HIT-DESC             PIC X(30) VALUE SPACES.
       77  WRK-HIT-SITUACAO         PIC X(04) VALUE SPACES.
      *
       77  WRK-CNT-NOVAS            PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-CNT-ABERTAS          PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-CNT-VISTAS           PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-CNT-REVISTAS         PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-CNT-PENDENTES        PIC 9(04) USAGE COMP-3 VALUE ZERO.
      *
       77  WRK-CNT-EDIT             PIC Z(03)9.
       77  WRK-CNT-EDIT2            PIC Z(03)9.
       77  WRK-CNT-EDIT3            PIC Z(03)9.
       77  WRK-QTD-EDIT             PIC ZZ9.
       77  WRK-DIAS-EDIT            PIC Z.ZZ9.
       77  WRK-DIAS-EDIT2           PIC ZZ9.
       77  WRK-NUM-SUS-EDIT         PIC Z(05)9.
       77  WRK-VALOR-EDIT           PIC Z.ZZZ.ZZ9,99.
       77  WRK-MEDIA-EDIT           PIC Z.ZZ9,9.
       77  WRK-MEDIA                PIC 9(05)V9 VALUE ZERO.
       77  WRK-PTR                  PIC S9(04) COMP VALUE ZERO.
       77  WRK-DIG                  PIC S9(04) COMP VALUE ZERO.
       77  IDX                      PIC S9(04) COMP VALUE ZERO.
       77  IDY                      PIC S9(04) COMP VALUE ZERO.
       77  IDZ                      PIC S9(04) COMP VALUE ZERO.
      *
      *    AAAAMMDD DATE TO DD/MM/AAAA FOR THE PRINT AND THE SCREEN.
       01  WRK-DATA-AUX             PIC 9(08) VALUE ZERO.
       01  WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
           05 WRK-DATA-AUX-ANO      PIC X(04).
           05 WRK-DATA-AUX-MES      PIC X(02).
           05 WRK-DATA-AUX-DIA      PIC X(02).
       77  WRK-DATA-EDIT            PIC X(10) VALUE SPACES.
       77  WRK-DATA-EDIT2           PIC X(10) VALUE SPACES.
      *
      *    BORROWERS WHO JOINED INSIDE THE WINDOW, WITH THE HIGH-VALUE
      *    TITLES THEY TOOK IN THEIR FIRST DAYS (THE FIRST FIVE LOANS
      *    KEPT FOR THE PRINT).
       01  TAB-NOVOS.
           05 OCC-NOV      OCCURS 500 TIMES.
              10 EL-NOV-LOC        PIC 9(05).
              10 EL-NOV-CADASTRO   PIC 9(08).
              10 EL-NOV-CAD-INT    PIC 9(08).
              10 EL-NOV-QTDE       PIC 9(03).
              10 EL-NOV-VALOR      PIC 9(07)V9(02).
              10 EL-NOV-EMP        PIC 9(05) OCCURS 5 TIMES.
       77  WRK-NOV-COUNT            PIC 9(04) VALUE ZERO.
       77  WRK-NOV-FORA             PIC 9(05) VALUE ZERO.
      *
      *    BORROWERS WITH A LOST COPY ON FILE - HOW MANY, THE LATEST
      *    AND WHAT THE COPIES WERE WORTH.
       01  TAB-PERDAS.
           05 OCC-PER      OCCURS 1000 TIMES.
              10 EL-PER-LOC        PIC 9(05).
              10 EL-PER-QTDE       PIC 9(03).
              10 EL-PER-ULTIMA     PIC 9(08).
              10 EL-PER-VALOR      PIC 9(07)V9(02).
              10 EL-PER-EMP        PIC 9(05) OCCURS 5 TIMES.
       77  WRK-PER-COUNT            PIC 9(04) VALUE ZERO.
       77  WRK-PER-FORA             PIC 9(05) VALUE ZERO.
      *
      *    EVERY ACTIVE PRIVATE BORROWER'S PHONE (DIGITS ONLY) AND
      *    ADDRESS, TO BE COMPARED ONE AGAINST ANOTHER. KEY 1 IS THE
      *    PHONE, KEY 2 THE ADDRESS; EL-CTT-FEITO MARKS A ROW ALREADY
      *    COUNTED INTO A GROUP ON THAT KEY.
       01  TAB-CONTATOS.
           05 OCC-CTT      OCCURS 2000 TIMES.
              10 EL-CTT-LOC        PIC 9(05).
              10 EL-CTT-GRUPO      PIC X(04).
              10 EL-CTT-CHAVES OCCURS 2 TIMES.
                 15 EL-CTT-CHAVE   PIC X(45).
                 15 EL-CTT-FEITO   PIC X(01).
       77  WRK-CTT-COUNT            PIC 9(04) VALUE ZERO.
       77  WRK-CTT-FORA             PIC 9(05) VALUE ZERO.
       77  WRK-CTT-MODO             PIC 9(01) VALUE ZERO.
      *
      *    ONE GROUP OF ACCOUNTS SHARING A KEY - THE FIRST FIFTY ROWS
      *    OF TAB-CONTATOS ARE KEPT FOR THE PRINT, THE TOTAL IS KEPT
      *    WHATEVER THE SIZE.
       01  TAB-GRUPO.
           05 EL-GRP-IDX   OCCURS 50 TIMES PIC S9(04) COMP.
       77  WRK-GRP-COUNT            PIC 9(04) VALUE ZERO.
       77  WRK-GRP-TOTAL            PIC 9(04) VALUE ZERO.
       77  WRK-GRP-FAMILIA          PIC X(04) VALUE SPACES.
      *
      *    THE THREE OPERATOR EVENTS WEIGHED AGAINST THE PEERS - HIT
      *    TYPE, AUDIT LOG OPERATION AND WHAT THE PRINT CALLS IT.
       01  TAB-EVENTOS-V.
           05 FILLER PIC X(24) VALUE 'ICLASSOVRAGE OVERRIDES  '.
           05 FILLER PIC X(24) VALUE 'TISENTTAXFEE WAIVERS    '.
           05 FILLER PIC X(24) VALUE 'VESTORNO CHECKOUT VOIDS '.
       01  TAB-EVENTOS REDEFINES TAB-EVENTOS-V.
           05 OCC-EVT      OCCURS 3 TIMES.
              10 EL-EVT-TIPO       PIC X(01).
              10 EL-EVT-OPER       PIC X(08).
              10 EL-EVT-DESC       PIC X(15).
      *
      *    EVENTS PER OPERATOR INSIDE THE WINDOW. ANY AUDIT LINE AT
      *    ALL MAKES THE OPERATOR ONE OF THE PEERS.
       01  TAB-OPERADORES.
           05 OCC-OPR      OCCURS 50 TIMES.
              10 EL-OPR-NOME       PIC X(08).
              10 EL-OPR-QTDE       PIC 9(05) OCCURS 3 TIMES.
       77  WRK-OPR-COUNT            PIC 9(04) VALUE ZERO.
       77  WRK-OPR-FORA             PIC 9(05) VALUE ZERO.
       01  TAB-EVT-TOTAIS.
           05 EL-TOT-QTDE  OCCURS 3 TIMES PIC 9(07).
       77  WRK-OPR-OUTROS           PIC 9(07) VALUE ZERO.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'SUVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0010-CHECK-BATCH-MODE.
           PERFORM 0110-DATE-TIME.
           PERFORM 0100-OPEN-DATA.
           IF BATCH-MODE
               PERFORM 0300-PROCESS-DATA
           ELSE
               PERFORM 0200-MENU
           END-IF.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0010-CHECK-BATCH-MODE.
           COPY 'CPVIDBOP.cpy'. *> DETECT HEADLESS/BATCH MODE
       0010-CHECK-BATCH-MODE-END. EXIT.

       0110-DATE-TIME.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
           MOVE " * * *  SUSPICIOUS ACTIVITY  * * *" TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           COMPUTE WRK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY-NUM).
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
      *
      *    THE PRINT FOLLOWS THE PROFILE OF WHOEVER RAN IT - PHONE
      *    AND STREET IN FULL FOR A SUPERVISOR OR AN ADMINISTRATOR,
      *    MASKED (CPVIDMKB.cpy) FOR ANYONE ELSE AND FOR THE NIGHT RUN.
           ACCEPT WRK-MSK-PERFIL FROM ENVIRONMENT "VIDEOTECA-PERFIL".
           IF NOT BATCH-MODE
               DISPLAY SCREEN-MAIN
           END-IF.
       0110-DATE-TIME-END. EXIT.

       0100-OPEN-DATA.
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
           OPEN I-O SUSPEITAS.
           IF FS-SUSPEITAS EQUAL "35"
               OPEN OUTPUT SUSPEITAS
               CLOSE SUSPEITAS
               OPEN I-O SUSPEITAS
           END-IF.
      *
           IF FS-SUSPEITAS NOT EQUAL "00"
               MOVE '47ERROR OPENING SUSPEITAS FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-SUSPEITAS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING SUSPEITAS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT PARAMS.
           IF FS-PARAMS EQUAL "00"
               MOVE 'SUSDIAS ' TO COD-PAR
               PERFORM 0150-FETCH-PARAM
               IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
                   MOVE WRK-PAR-NUM TO WRK-SUS-DIAS
               END-IF
               MOVE 'SUSVALOR' TO COD-PAR
               PERFORM 0150-FETCH-PARAM
               IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
                   MOVE WRK-PAR-NUM TO WRK-SUS-VALOR
               END-IF
               MOVE 'SUSQTDE ' TO COD-PAR
               PERFORM 0150-FETCH-PARAM
               IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
                   MOVE WRK-PAR-NUM TO WRK-SUS-QTDE
               END-IF
               MOVE 'SUSCONTA' TO COD-PAR
               PERFORM 0150-FETCH-PARAM
               IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER 1
                   MOVE WRK-PAR-NUM TO WRK-SUS-CONTAS
               END-IF
               MOVE 'SUSPERDA' TO COD-PAR
               PERFORM 0150-FETCH-PARAM
               IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
                   MOVE WRK-PAR-NUM TO WRK-SUS-PERDAS
               END-IF
               MOVE 'SUSJANEL' TO COD-PAR
               PERFORM 0150-FETCH-PARAM
               IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
                   MOVE WRK-PAR-NUM TO WRK-SUS-JANELA
               END-IF
               MOVE 'SUSFATOR' TO COD-PAR
               PERFORM 0150-FETCH-PARAM
               IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
                   MOVE WRK-PAR-NUM TO WRK-SUS-FATOR
               END-IF
               MOVE 'SUSMINIM' TO COD-PAR
               PERFORM 0150-FETCH-PARAM
               IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
                   MOVE WRK-PAR-NUM TO WRK-SUS-MINIMO
               END-IF
               CLOSE PARAMS
           END-IF.
      *
           COMPUTE WRK-JAN-INI-NUM = FUNCTION DATE-OF-INTEGER
               (WRK-TODAY-INT - WRK-SUS-JANELA).
       0100-OPEN-DATA-END. EXIT.

       0150-FETCH-PARAM.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0150-FETCH-PARAM-END. EXIT.

      *    AT THE DESK THE SCAN CAN BE RUN ON DEMAND, AND THE HITS
      *    STILL OPEN ARE WORKED THROUGH BY A SUPERVISOR.
       0200-MENU.
           MOVE SPACE TO WRK-SUS-OPCAO.
           PERFORM UNTIL WRK-SUS-OPCAO EQUAL '0'
               DISPLAY SCREEN-MAIN
               DISPLAY '1 - RUN THE EXCEPTION SCAN NOW'
                   AT LINE 08 COLUMN 14
               DISPLAY '2 - REVIEW OPEN HITS (SUPERVISOR)'
                   AT LINE 09 COLUMN 14
               DISPLAY '0 - EXIT' AT LINE 10 COLUMN 14
               DISPLAY 'OPTION..: [ ]' AT LINE 12 COLUMN 14
               MOVE SPACE TO WRK-SUS-OPCAO
               ACCEPT WRK-SUS-OPCAO AT LINE 12 COLUMN 25
               EVALUATE WRK-SUS-OPCAO
                   WHEN '1'
                       PERFORM 0300-PROCESS-DATA
                   WHEN '2'
                       PERFORM 0400-REVIEW-HITS
                   WHEN '0'
                       CONTINUE
                   WHEN OTHER
                       MOVE '20INVALID OPTION.' TO WRK-MSG
                       PERFORM 0900-SHOW-MSG
               END-EVALUATE
           END-PERFORM.
       0200-MENU-END. EXIT.

      *    ONE FULL SCAN: THE BORROWER FILE FOR WHO IS NEW AND WHO
      *    SHARES A PHONE OR AN ADDRESS, THE LOAN FILE FOR WHAT THE
      *    NEW ONES TOOK AND FOR LOST COPIES, THE AUDIT LOG FOR THE
      *    OPERATORS. EACH HIT IS MATCHED AGAINST SUSPEITAS.dat AND
      *    PRINTED WITH ITS EVIDENCE.
       0300-PROCESS-DATA.
           OPEN OUTPUT RELATO-SUS.
           IF FS-RELATO-SUS NOT EQUAL "00"
               MOVE '53ERROR OPENING RELATO-SUS FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZERO TO WRK-CNT-NOVAS WRK-CNT-ABERTAS WRK-CNT-VISTAS
                        WRK-NOV-COUNT WRK-NOV-FORA WRK-PER-COUNT
                        WRK-PER-FORA WRK-CTT-COUNT WRK-CTT-FORA
                        WRK-OPR-COUNT WRK-OPR-FORA.
           INITIALIZE TAB-NOVOS TAB-PERDAS TAB-CONTATOS
                      TAB-OPERADORES TAB-EVT-TOTAIS.
      *
           PERFORM 0305-WRITE-HEADER.
           PERFORM 0315-NEXT-HIT-NUMBER.
           PERFORM 0320-LOAD-BORROWERS.
           PERFORM 0330-SCAN-LOANS.
           PERFORM 0340-CHECK-NEW-BORROWERS.
           MOVE 1 TO WRK-CTT-MODO.
           PERFORM 0350-CHECK-SHARED-CONTACTS.
           MOVE 2 TO WRK-CTT-MODO.
           PERFORM 0350-CHECK-SHARED-CONTACTS.
           PERFORM 0360-CHECK-LOSSES.
           PERFORM 0370-CHECK-OPERATORS.
           PERFORM 0390-WRITE-TOTALS.
           CLOSE RELATO-SUS.
      *
           MOVE 'SUVIDPRG' TO LNK-SPL-NOME.
           MOVE 'RELATO-SUS.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
      *
           MOVE WRK-CNT-NOVAS   TO WRK-CNT-EDIT.
           MOVE WRK-CNT-ABERTAS TO WRK-CNT-EDIT2.
           INITIALIZE WRK-MSG.
           STRING '54EXCEPTION SCAN DONE - NEW HITS: ' WRK-CNT-EDIT
                  '  OPEN: ' WRK-CNT-EDIT2
               DELIMITED BY SIZE INTO WRK-MSG.
           PERFORM 0900-SHOW-MSG.
       0300-PROCESS-DATA-END. EXIT.

       0305-WRITE-HEADER.
           MOVE SPACES TO REG-RSU.
           STRING 'VIDEOTECA - SUSPICIOUS ACTIVITY EXCEPTIONS   '
                  'RUN DATE: ' WRK-DATE
               DELIMITED BY SIZE INTO REG-RSU.
           WRITE REG-RSU.
           MOVE WRK-SUS-JANELA TO WRK-DIAS-EDIT.
           MOVE SPACES TO REG-RSU.
           STRING 'NEW BORROWERS AND OPERATOR EVENTS OVER THE LAST '
                  WRK-DIAS-EDIT ' DAYS. HITS ALREADY REVIEWED '
                  'WITH NOTHING NEW ARE LEFT OUT.'
               DELIMITED BY SIZE INTO REG-RSU.
           WRITE REG-RSU.
           MOVE SPACES TO REG-RSU.
           STRING 'HIT#    PATTERN                         ABOUT'
                  '                   STATUS'
               DELIMITED BY SIZE INTO REG-RSU.
           WRITE REG-RSU.
           MOVE ALL '-' TO REG-RSU.
           WRITE REG-RSU.
       0305-WRITE-HEADER-END. EXIT.

      *    ONE SECTION TITLE OF THE PRINT, CARRIED IN WRK-HIT-DESC.
       0306-WRITE-SECTION.
           MOVE SPACES TO REG-RSU.
           WRITE REG-RSU.
           MOVE SPACES TO REG-RSU.
           STRING '== ' WRK-HIT-DESC DELIMITED BY SIZE INTO REG-RSU.
           WRITE REG-RSU.
       0306-WRITE-SECTION-END. EXIT.

       0315-NEXT-HIT-NUMBER.
           MOVE HIGH-VALUES TO NUM-SUS.
           START SUSPEITAS KEY IS NOT GREATER NUM-SUS
               INVALID KEY
                   MOVE ZEROES TO NUM-SUS
               NOT INVALID KEY
                   READ SUSPEITAS NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-SUS GIVING WRK-SUS-NEXT.
       0315-NEXT-HIT-NUMBER-END. EXIT.

      *    ONE PASS OVER THE BORROWERS. CHARGE ACCOUNTS AND THE
      *    PEOPLE AUTHORISED ON THEM SHARE THE SCHOOL'S OR THE
      *    HOTEL'S DETAILS BY DESIGN, AND A CLOSED ACCOUNT CANNOT
      *    BORROW, SO ONLY ACTIVE PRIVATE BORROWERS ARE COMPARED.
       0320-LOAD-BORROWERS.
           MOVE ZEROES TO NUM-LOC.
           START BORROWERS KEY IS NOT LESS NUM-LOC
               INVALID KEY MOVE 10 TO FS-BORROWERS
           END-START.
           IF FS-BORROWERS NOT EQUAL 10
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-BORROWERS EQUAL 10
               IF LOC-ATIVO AND LOC-PESSOA AND CONTA-LOC EQUAL ZEROES
                   PERFORM 0322-ADD-CONTACT
               END-IF
               IF LOC-PESSOA
                  AND DATA-CADASTRO-LOC NOT LESS WRK-JAN-INI-NUM
                   PERFORM 0324-ADD-NEW-BORROWER
               END-IF
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-BORROWERS.
       0320-LOAD-BORROWERS-END. EXIT.

      *    THE PHONE IS COMPARED ON ITS DIGITS ALONE, SO "(11) 5555"
      *    AND "115555" MATCH; FEWER THAN EIGHT DIGITS IS NOT A PHONE.
      *    THE ADDRESS IS COMPARED ON CEP, STREET, NUMBER AND
      *    COMPLEMENT - TWO FLATS IN ONE BUILDING ARE NOT ONE HOME.
       0322-ADD-CONTACT.
           IF WRK-CTT-COUNT NOT LESS 2000
               ADD 1 TO WRK-CTT-FORA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-CTT-COUNT.
           MOVE WRK-CTT-COUNT TO IDX.
           MOVE NUM-LOC   TO EL-CTT-LOC(IDX).
           MOVE GRUPO-LOC TO EL-CTT-GRUPO(IDX).
      *
           MOVE SPACES TO EL-CTT-CHAVE(IDX, 1).
           MOVE ZERO TO WRK-DIG.
           PERFORM VARYING IDY FROM 1 BY 1 UNTIL IDY GREATER 12
               IF FONE-LOC(IDY:1) IS NUMERIC
                   ADD 1 TO WRK-DIG
                   MOVE FONE-LOC(IDY:1)
                       TO EL-CTT-CHAVE(IDX, 1)(WRK-DIG:1)
               END-IF
           END-PERFORM.
           IF WRK-DIG LESS 8
               MOVE SPACES TO EL-CTT-CHAVE(IDX, 1)
           END-IF.
      *
           MOVE SPACES TO EL-CTT-CHAVE(IDX, 2).
           IF LOGRADOURO-LOC NOT EQUAL SPACES
               STRING CEP-LOC LOGRADOURO-LOC(1:16) NUMERO-END-LOC
                      COMPL-END-LOC
                   DELIMITED BY SIZE INTO EL-CTT-CHAVE(IDX, 2)
           ELSE
               MOVE ENDERECO-LOC TO EL-CTT-CHAVE(IDX, 2)
           END-IF.
           INSPECT EL-CTT-CHAVE(IDX, 2)
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE 'N' TO EL-CTT-FEITO(IDX, 1) EL-CTT-FEITO(IDX, 2).
       0322-ADD-CONTACT-END. EXIT.

       0324-ADD-NEW-BORROWER.
           IF WRK-NOV-COUNT NOT LESS 500
               ADD 1 TO WRK-NOV-FORA
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WRK-NOV-COUNT.
           MOVE WRK-NOV-COUNT     TO IDX.
           MOVE NUM-LOC           TO EL-NOV-LOC(IDX).
           MOVE DATA-CADASTRO-LOC TO EL-NOV-CADASTRO(IDX).
           COMPUTE EL-NOV-CAD-INT(IDX) =
               FUNCTION INTEGER-OF-DATE(DATA-CADASTRO-LOC).
       0324-ADD-NEW-BORROWER-END. EXIT.

      *    ONE PASS OVER THE LOANS ON FILE. LOANS ALREADY MOVED TO
      *    THE HISTORY ARCHIVE ARE NOT SEEN.
       0330-SCAN-LOANS.
           MOVE ZEROES TO NUM-EMP.
           START EMPRESTIMOS KEY IS NOT LESS NUM-EMP
               INVALID KEY MOVE 10 TO FS-EMPRESTIMOS
           END-START.
           IF FS-EMPRESTIMOS NOT EQUAL 10
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-EMPRESTIMOS EQUAL 10
               PERFORM 0332-CHECK-NEW-LOAN
               IF EMP-PERDIDO OR RESULT-PERDIDO
                   PERFORM 0336-COUNT-LOSS
               END-IF
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-EMPRESTIMOS.
       0330-SCAN-LOANS-END. EXIT.

      *    A LOAN TO A NEW BORROWER, TAKEN WITHIN THEIR FIRST DAYS,
      *    OF A TITLE AT OR ABOVE THE REPLACEMENT-VALUE THRESHOLD.
       0332-CHECK-NEW-LOAN.
           IF WRK-NOV-COUNT EQUAL ZERO OR DATA-EMPRESTIMO EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-NOV-COUNT
                      OR EL-NOV-LOC(IDX) EQUAL NUM-LOC-EMP
               CONTINUE
           END-PERFORM.
           IF IDX GREATER WRK-NOV-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF DATA-EMPRESTIMO LESS EL-NOV-CADASTRO(IDX)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-DIAS-DECOR =
               FUNCTION INTEGER-OF-DATE(DATA-EMPRESTIMO)
             - EL-NOV-CAD-INT(IDX).
           IF WRK-DIAS-DECOR NOT LESS WRK-SUS-DIAS
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE CODIGO-EMP TO CODIGO.
           READ MOVIES
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           COMPUTE WRK-VALOR-CENT = VALOR-REPOSICAO * 100.
           IF WRK-VALOR-CENT LESS WRK-SUS-VALOR
               EXIT PARAGRAPH
           END-IF.
      *
           IF EL-NOV-QTDE(IDX) LESS 999
               ADD 1 TO EL-NOV-QTDE(IDX)
           END-IF.
           ADD VALOR-REPOSICAO TO EL-NOV-VALOR(IDX).
           IF EL-NOV-QTDE(IDX) NOT GREATER 5
               MOVE EL-NOV-QTDE(IDX) TO WRK-DIG
               MOVE NUM-EMP TO EL-NOV-EMP(IDX, WRK-DIG)
           END-IF.
       0332-CHECK-NEW-LOAN-END. EXIT.

      *    A LOST COPY, ON THE ROW OF THE BORROWER WHO HAD IT. THE
      *    DECLARATION DATE IS THE CLOSING DATE OF THE LOAN (THE
      *    CHECKOUT DATE ON A ROW WHERE NONE WAS RECORDED).
       0336-COUNT-LOSS.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-PER-COUNT
                      OR EL-PER-LOC(IDX) EQUAL NUM-LOC-EMP
               CONTINUE
           END-PERFORM.
           IF IDX GREATER WRK-PER-COUNT
               IF WRK-PER-COUNT NOT LESS 1000
                   ADD 1 TO WRK-PER-FORA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WRK-PER-COUNT
               MOVE WRK-PER-COUNT TO IDX
               MOVE NUM-LOC-EMP   TO EL-PER-LOC(IDX)
           END-IF.
      *
           IF EL-PER-QTDE(IDX) LESS 999
               ADD 1 TO EL-PER-QTDE(IDX)
           END-IF.
           IF EL-PER-QTDE(IDX) NOT GREATER 5
               MOVE EL-PER-QTDE(IDX) TO WRK-DIG
               MOVE NUM-EMP TO EL-PER-EMP(IDX, WRK-DIG)
           END-IF.
           MOVE DATA-DEVOLUCAO TO WRK-DATA-AUX.
           IF WRK-DATA-AUX EQUAL ZEROES
               MOVE DATA-EMPRESTIMO TO WRK-DATA-AUX
           END-IF.
           IF WRK-DATA-AUX GREATER EL-PER-ULTIMA(IDX)
               MOVE WRK-DATA-AUX TO EL-PER-ULTIMA(IDX)
           END-IF.
      *
           MOVE CODIGO-EMP TO CODIGO.
           READ MOVIES
               INVALID KEY MOVE ZEROES TO VALOR-REPOSICAO
           END-READ.
           ADD VALOR-REPOSICAO TO EL-PER-VALOR(IDX).
       0336-COUNT-LOSS-END. EXIT.

      *    JOINED, TOOK SEVERAL EXPENSIVE TITLES STRAIGHT AWAY.
       0340-CHECK-NEW-BORROWERS.
           MOVE 'NEW BORROWERS, HIGH-VALUE TITLES' TO WRK-HIT-DESC.
           PERFORM 0306-WRITE-SECTION.
      *
           PERFORM VARYING IDZ FROM 1 BY 1
                   UNTIL IDZ GREATER WRK-NOV-COUNT
               IF EL-NOV-QTDE(IDZ) NOT LESS WRK-SUS-QTDE
                   PERFORM 0345-NEW-BORROWER-HIT
               END-IF
           END-PERFORM.
       0340-CHECK-NEW-BORROWERS-END. EXIT.

       0345-NEW-BORROWER-HIT.
           MOVE 'N'                   TO WRK-HIT-TIPO.
           MOVE EL-NOV-LOC(IDZ)       TO WRK-HIT-ALVO.
           MOVE EL-NOV-QTDE(IDZ)      TO WRK-HIT-QTDE.
           MOVE EL-NOV-VALOR(IDZ)     TO WRK-HIT-VALOR.
           MOVE EL-NOV-QTDE(IDZ)      TO WRK-QTD-EDIT.
           MOVE EL-NOV-VALOR(IDZ)     TO WRK-VALOR-EDIT.
           MOVE WRK-SUS-DIAS          TO WRK-DIAS-EDIT2.
           MOVE EL-NOV-CADASTRO(IDZ)  TO WRK-DATA-AUX.
           PERFORM 0398-EDIT-DATE.
           MOVE SPACES TO WRK-HIT-EVID.
           STRING WRK-QTD-EDIT ' TITLES WORTH ' WRK-VALOR-EDIT
                  ' IN' WRK-DIAS-EDIT2 ' DAYS - JOINED ' WRK-DATA-EDIT
               DELIMITED BY SIZE INTO WRK-HIT-EVID.
           PERFORM 0380-RECORD-HIT.
           IF WRK-HIT-ACAO EQUAL 'S'
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0385-PRINT-HIT.
           MOVE EL-NOV-LOC(IDZ) TO NUM-LOC.
           PERFORM 0395-PRINT-BORROWER.
           PERFORM VARYING IDY FROM 1 BY 1
                   UNTIL IDY GREATER 5 OR IDY GREATER EL-NOV-QTDE(IDZ)
               MOVE EL-NOV-EMP(IDZ, IDY) TO NUM-EMP
               PERFORM 0397-PRINT-LOAN
           END-PERFORM.
       0345-NEW-BORROWER-HIT-END. EXIT.

      *    SEVERAL ACCOUNTS ON ONE PHONE (WRK-CTT-MODO 1) OR AT ONE
      *    ADDRESS (2). A GROUP WHOSE MEMBERS ALL BELONG TO ONE
      *    REGISTERED HOUSEHOLD IS A FAMILY, NOT A PATTERN.
       0350-CHECK-SHARED-CONTACTS.
           IF WRK-CTT-MODO EQUAL 1
               MOVE 'ACCOUNTS SHARING ONE PHONE' TO WRK-HIT-DESC
           ELSE
               MOVE 'ACCOUNTS SHARING ONE ADDRESS' TO WRK-HIT-DESC
           END-IF.
           PERFORM 0306-WRITE-SECTION.
      *
           PERFORM VARYING IDZ FROM 1 BY 1
                   UNTIL IDZ GREATER WRK-CTT-COUNT
               IF EL-CTT-CHAVE(IDZ, WRK-CTT-MODO) NOT EQUAL SPACES
                  AND EL-CTT-FEITO(IDZ, WRK-CTT-MODO) EQUAL 'N'
                   PERFORM 0352-GROUP-CONTACT
               END-IF
           END-PERFORM.
       0350-CHECK-SHARED-CONTACTS-END. EXIT.

       0352-GROUP-CONTACT.
           MOVE 'S' TO EL-CTT-FEITO(IDZ, WRK-CTT-MODO).
           MOVE 1 TO WRK-GRP-COUNT WRK-GRP-TOTAL.
           MOVE IDZ TO EL-GRP-IDX(1).
           PERFORM VARYING IDY FROM IDZ BY 1
                   UNTIL IDY GREATER WRK-CTT-COUNT
               IF IDY GREATER IDZ
                  AND EL-CTT-CHAVE(IDY, WRK-CTT-MODO)
                      EQUAL EL-CTT-CHAVE(IDZ, WRK-CTT-MODO)
                   MOVE 'S' TO EL-CTT-FEITO(IDY, WRK-CTT-MODO)
                   ADD 1 TO WRK-GRP-TOTAL
                   IF WRK-GRP-COUNT LESS 50
                       ADD 1 TO WRK-GRP-COUNT
                       MOVE IDY TO EL-GRP-IDX(WRK-GRP-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-GRP-TOTAL LESS WRK-SUS-CONTAS
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE EL-CTT-GRUPO(IDZ) TO WRK-GRP-FAMILIA.
           PERFORM VARYING IDY FROM 1 BY 1
                   UNTIL IDY GREATER WRK-GRP-COUNT
               MOVE EL-GRP-IDX(IDY) TO IDX
               IF EL-CTT-GRUPO(IDX) NOT EQUAL WRK-GRP-FAMILIA
                   MOVE SPACES TO WRK-GRP-FAMILIA
               END-IF
           END-PERFORM.
           IF WRK-GRP-FAMILIA NOT EQUAL SPACES
              AND WRK-GRP-COUNT EQUAL WRK-GRP-TOTAL
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-CTT-MODO EQUAL 1
               MOVE 'F' TO WRK-HIT-TIPO
           ELSE
               MOVE 'E' TO WRK-HIT-TIPO
           END-IF.
           MOVE EL-CTT-LOC(IDZ) TO WRK-HIT-ALVO.
           MOVE WRK-GRP-TOTAL   TO WRK-HIT-QTDE.
           MOVE ZEROES          TO WRK-HIT-VALOR.
           MOVE WRK-GRP-TOTAL   TO WRK-QTD-EDIT.
           MOVE SPACES TO WRK-HIT-EVID.
           MOVE 1 TO WRK-PTR.
           STRING WRK-QTD-EDIT ' ACCOUNTS:'
               DELIMITED BY SIZE INTO WRK-HIT-EVID
               WITH POINTER WRK-PTR.
           PERFORM VARYING IDY FROM 1 BY 1
                   UNTIL IDY GREATER WRK-GRP-COUNT OR IDY GREATER 7
               MOVE EL-GRP-IDX(IDY) TO IDX
               STRING ' ' EL-CTT-LOC(IDX)
                   DELIMITED BY SIZE INTO WRK-HIT-EVID
                   WITH POINTER WRK-PTR
           END-PERFORM.
           IF WRK-GRP-TOTAL GREATER 7
               STRING ' ...' DELIMITED BY SIZE INTO WRK-HIT-EVID
                   WITH POINTER WRK-PTR
           END-IF.
           PERFORM 0380-RECORD-HIT.
           IF WRK-HIT-ACAO EQUAL 'S'
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0385-PRINT-HIT.
           PERFORM VARYING IDY FROM 1 BY 1
                   UNTIL IDY GREATER WRK-GRP-COUNT
               MOVE EL-GRP-IDX(IDY) TO IDX
               MOVE EL-CTT-LOC(IDX) TO NUM-LOC
               PERFORM 0395-PRINT-BORROWER
           END-PERFORM.
       0352-GROUP-CONTACT-END. EXIT.

      *    THE SAME BORROWER DECLARING COPIES LOST AGAIN AND AGAIN.
       0360-CHECK-LOSSES.
           MOVE 'REPEATED LOST DECLARATIONS' TO WRK-HIT-DESC.
           PERFORM 0306-WRITE-SECTION.
      *
           PERFORM VARYING IDZ FROM 1 BY 1
                   UNTIL IDZ GREATER WRK-PER-COUNT
               IF EL-PER-QTDE(IDZ) NOT LESS WRK-SUS-PERDAS
                   PERFORM 0365-LOSS-HIT
               END-IF
           END-PERFORM.
       0360-CHECK-LOSSES-END. EXIT.

       0365-LOSS-HIT.
           MOVE 'P'               TO WRK-HIT-TIPO.
           MOVE EL-PER-LOC(IDZ)   TO WRK-HIT-ALVO.
           MOVE EL-PER-QTDE(IDZ)  TO WRK-HIT-QTDE.
           MOVE EL-PER-VALOR(IDZ) TO WRK-HIT-VALOR.
           MOVE EL-PER-QTDE(IDZ)  TO WRK-QTD-EDIT.
           MOVE EL-PER-VALOR(IDZ) TO WRK-VALOR-EDIT.
           MOVE EL-PER-ULTIMA(IDZ) TO WRK-DATA-AUX.
           PERFORM 0398-EDIT-DATE.
           MOVE SPACES TO WRK-HIT-EVID.
           STRING WRK-QTD-EDIT ' LOST, WORTH ' WRK-VALOR-EDIT
                  ' - LATEST ' WRK-DATA-EDIT
               DELIMITED BY SIZE INTO WRK-HIT-EVID.
           PERFORM 0380-RECORD-HIT.
           IF WRK-HIT-ACAO EQUAL 'S'
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0385-PRINT-HIT.
           MOVE EL-PER-LOC(IDZ) TO NUM-LOC.
           PERFORM 0395-PRINT-BORROWER.
           PERFORM VARYING IDY FROM 1 BY 1
                   UNTIL IDY GREATER 5 OR IDY GREATER EL-PER-QTDE(IDZ)
               MOVE EL-PER-EMP(IDZ, IDY) TO NUM-EMP
               PERFORM 0397-PRINT-LOAN
           END-PERFORM.
       0365-LOSS-HIT-END. EXIT.

      *    AGE OVERRIDES, FEE WAIVERS AND CHECKOUT VOIDS PER OPERATOR
      *    OVER THE WINDOW, EACH OPERATOR WEIGHED AGAINST THE AVERAGE
      *    OF ALL THE OTHERS WHO WORKED IN IT.
       0370-CHECK-OPERATORS.
           MOVE 'OPERATORS ABOVE THEIR PEERS' TO WRK-HIT-DESC.
           PERFORM 0306-WRITE-SECTION.
      *
           OPEN INPUT LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA NOT EQUAL "00"
               MOVE SPACES TO REG-RSU
               MOVE '        AUDIT LOG NOT AVAILABLE - NOT CHECKED.'
                   TO REG-RSU
               WRITE REG-RSU
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM UNTIL FS-LOG-AUDITORIA EQUAL "10"
               READ LOG-AUDITORIA
                   AT END MOVE "10" TO FS-LOG-AUDITORIA
                   NOT AT END PERFORM 0372-COUNT-EVENT
               END-READ
           END-PERFORM.
           CLOSE LOG-AUDITORIA.
      *
           IF WRK-OPR-COUNT LESS 2
               MOVE SPACES TO REG-RSU
               STRING '        FEWER THAN TWO OPERATORS IN THE '
                      'WINDOW - NO PEERS TO COMPARE.'
                   DELIMITED BY SIZE INTO REG-RSU
               WRITE REG-RSU
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM VARYING IDY FROM 1 BY 1 UNTIL IDY GREATER 3
               PERFORM VARYING IDZ FROM 1 BY 1
                       UNTIL IDZ GREATER WRK-OPR-COUNT
                   PERFORM 0375-WEIGH-OPERATOR
               END-PERFORM
           END-PERFORM.
       0370-CHECK-OPERATORS-END. EXIT.

      *    LOG-DATA IS DD/MM/AAAA SCREEN FORM - REBUILD THE
      *    COMPARABLE AAAAMMDD NUMBER FROM ITS PIECES FIRST.
       0372-COUNT-EVENT.
           IF LOG-OPERADOR EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-LOG-DATA-NUM =
               FUNCTION NUMVAL(LOG-DATA(7:4)) * 10000
             + FUNCTION NUMVAL(LOG-DATA(4:2)) * 100
             + FUNCTION NUMVAL(LOG-DATA(1:2)).
           IF WRK-LOG-DATA-NUM LESS WRK-JAN-INI-NUM
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-OPR-COUNT
                      OR EL-OPR-NOME(IDX) EQUAL LOG-OPERADOR
               CONTINUE
           END-PERFORM.
           IF IDX GREATER WRK-OPR-COUNT
               IF WRK-OPR-COUNT NOT LESS 50
                   ADD 1 TO WRK-OPR-FORA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WRK-OPR-COUNT
               MOVE WRK-OPR-COUNT TO IDX
               MOVE LOG-OPERADOR  TO EL-OPR-NOME(IDX)
           END-IF.
      *
           PERFORM VARYING IDY FROM 1 BY 1 UNTIL IDY GREATER 3
               IF LOG-OPERACAO EQUAL EL-EVT-OPER(IDY)
                   ADD 1 TO EL-OPR-QTDE(IDX, IDY)
                   ADD 1 TO EL-TOT-QTDE(IDY)
               END-IF
           END-PERFORM.
       0372-COUNT-EVENT-END. EXIT.

      *    OPERATOR IDZ ON EVENT IDY: AT LEAST THE MINIMUM, AND ABOVE
      *    SUSFATOR PERCENT OF THE OTHERS' AVERAGE - WORKED WITHOUT
      *    DIVIDING, SO A PEER GROUP WITH NONE AT ALL STILL COMPARES.
       0375-WEIGH-OPERATOR.
           IF EL-OPR-QTDE(IDZ, IDY) LESS WRK-SUS-MINIMO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-OPR-OUTROS =
               EL-TOT-QTDE(IDY) - EL-OPR-QTDE(IDZ, IDY).
           IF EL-OPR-QTDE(IDZ, IDY) * 100 * (WRK-OPR-COUNT - 1)
              NOT GREATER WRK-SUS-FATOR * WRK-OPR-OUTROS
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-MEDIA ROUNDED =
               WRK-OPR-OUTROS / (WRK-OPR-COUNT - 1).
      *
           MOVE EL-EVT-TIPO(IDY) TO WRK-HIT-TIPO.
           MOVE EL-OPR-NOME(IDZ) TO WRK-HIT-ALVO.
           IF EL-OPR-QTDE(IDZ, IDY) GREATER 999
               MOVE 999 TO WRK-HIT-QTDE
           ELSE
               MOVE EL-OPR-QTDE(IDZ, IDY) TO WRK-HIT-QTDE
           END-IF.
           MOVE ZEROES           TO WRK-HIT-VALOR.
           MOVE WRK-HIT-QTDE     TO WRK-QTD-EDIT.
           MOVE WRK-SUS-JANELA   TO WRK-DIAS-EDIT.
           MOVE WRK-MEDIA        TO WRK-MEDIA-EDIT.
           MOVE SPACES TO WRK-HIT-EVID.
           STRING WRK-QTD-EDIT ' ' EL-EVT-DESC(IDY) 'IN' WRK-DIAS-EDIT
                  ' DAYS - PEER AVERAGE' WRK-MEDIA-EDIT
               DELIMITED BY SIZE INTO WRK-HIT-EVID.
           PERFORM 0380-RECORD-HIT.
           IF WRK-HIT-ACAO NOT EQUAL 'S'
               PERFORM 0385-PRINT-HIT
           END-IF.
       0375-WEIGH-OPERATOR-END. EXIT.

      *    MATCH THE HIT IN HAND AGAINST WHAT IS ALREADY ON FILE: A
      *    PENDING ROW FOR THE SAME PATTERN AND TARGET IS REFRESHED;
      *    A REVIEWED ONE AT THE SAME COUNT OR HIGHER MEANS NOTHING
      *    NEW TO SHOW; OTHERWISE A NEW ROW GOES ON FOR REVIEW.
       0380-RECORD-HIT.
           MOVE SPACE TO WRK-HIT-ACAO.
           MOVE 'N'   TO WRK-HIT-VISTA.
           MOVE WRK-HIT TO CHAVE-SUS.
           START SUSPEITAS KEY IS EQUAL CHAVE-SUS
               INVALID KEY MOVE 10 TO FS-SUSPEITAS
           END-START.
           IF FS-SUSPEITAS NOT EQUAL 10
               READ SUSPEITAS NEXT AT END MOVE 10 TO FS-SUSPEITAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-SUSPEITAS EQUAL 10
                      OR CHAVE-SUS NOT EQUAL WRK-HIT
                      OR WRK-HIT-ACAO EQUAL 'A'
               IF SUS-PENDENTE
                   MOVE 'A' TO WRK-HIT-ACAO
               ELSE
                   IF QTDE-SUS NOT LESS WRK-HIT-QTDE
                       MOVE 'S' TO WRK-HIT-VISTA
                   END-IF
                   READ SUSPEITAS NEXT AT END MOVE 10 TO FS-SUSPEITAS
                   END-READ
               END-IF
           END-PERFORM.
           MOVE "00" TO FS-SUSPEITAS.
      *
           EVALUATE TRUE
               WHEN WRK-HIT-ACAO EQUAL 'A'
                   MOVE WRK-TODAY-NUM TO DATA-ULT-SUS
                   MOVE WRK-HIT-QTDE  TO QTDE-SUS
                   MOVE WRK-HIT-VALOR TO VALOR-SUS
                   MOVE WRK-HIT-EVID  TO EVIDENCIA-SUS
                   REWRITE REG-SUS
                       INVALID KEY CONTINUE
                   END-REWRITE
                   ADD 1 TO WRK-CNT-ABERTAS
               WHEN WRK-HIT-VISTA EQUAL 'S'
                   MOVE 'S' TO WRK-HIT-ACAO
                   ADD 1 TO WRK-CNT-VISTAS
               WHEN OTHER
                   MOVE 'N' TO WRK-HIT-ACAO
                   INITIALIZE REG-SUS
                   MOVE WRK-SUS-NEXT  TO NUM-SUS
                   MOVE WRK-HIT       TO CHAVE-SUS
                   SET SUS-PENDENTE   TO TRUE
                   MOVE WRK-TODAY-NUM TO DATA-SUS DATA-ULT-SUS
                   MOVE WRK-HIT-QTDE  TO QTDE-SUS
                   MOVE WRK-HIT-VALOR TO VALOR-SUS
                   MOVE WRK-HIT-EVID  TO EVIDENCIA-SUS
                   WRITE REG-SUS
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO WRK-SUS-NEXT
                   ADD 1 TO WRK-CNT-NOVAS
           END-EVALUATE.
       0380-RECORD-HIT-END. EXIT.

      *    THE HIT'S OWN LINES - NUMBER, PATTERN, TARGET AND WHETHER
      *    IT IS NEW TONIGHT, THEN THE EVIDENCE.
       0385-PRINT-HIT.
           PERFORM 0387-DESCRIBE-HIT.
           IF WRK-HIT-ACAO EQUAL 'N'
               MOVE 'NEW ' TO WRK-HIT-SITUACAO
           ELSE
               MOVE 'OPEN' TO WRK-HIT-SITUACAO
           END-IF.
           MOVE NUM-SUS TO WRK-NUM-SUS-EDIT.
           MOVE SPACES TO REG-RSU.
           WRITE REG-RSU.
           MOVE SPACES TO REG-RSU.
           STRING WRK-NUM-SUS-EDIT '  ' WRK-HIT-DESC '  '
                  WRK-HIT-ALVO '    ' WRK-HIT-SITUACAO
               DELIMITED BY SIZE INTO REG-RSU.
           WRITE REG-RSU.
           MOVE SPACES TO REG-RSU.
           STRING '        ' WRK-HIT-EVID
               DELIMITED BY SIZE INTO REG-RSU.
           WRITE REG-RSU.
       0385-PRINT-HIT-END. EXIT.

      *    WHAT A HIT TYPE IS CALLED ON THE PRINT AND THE SCREEN.
       0387-DESCRIBE-HIT.
           EVALUATE WRK-HIT-TIPO
               WHEN 'N' MOVE 'NEW BORROWER, HIGH-VALUE TITLES'
                            TO WRK-HIT-DESC
               WHEN 'E' MOVE 'ACCOUNTS SHARING ONE ADDRESS'
                            TO WRK-HIT-DESC
               WHEN 'F' MOVE 'ACCOUNTS SHARING ONE PHONE'
                            TO WRK-HIT-DESC
               WHEN 'P' MOVE 'REPEATED LOST DECLARATIONS'
                            TO WRK-HIT-DESC
               WHEN 'I' MOVE 'OPERATOR - AGE OVERRIDES'
                            TO WRK-HIT-DESC
               WHEN 'T' MOVE 'OPERATOR - FEE WAIVERS'
                            TO WRK-HIT-DESC
               WHEN 'V' MOVE 'OPERATOR - CHECKOUT VOIDS'
                            TO WRK-HIT-DESC
               WHEN OTHER MOVE SPACES TO WRK-HIT-DESC
           END-EVALUATE.
       0387-DESCRIBE-HIT-END. EXIT.

       0390-WRITE-TOTALS.
           MOVE SPACES TO REG-RSU.
           WRITE REG-RSU.
           MOVE ALL '-' TO REG-RSU.
           WRITE REG-RSU.
           MOVE WRK-CNT-NOVAS   TO WRK-CNT-EDIT.
           MOVE WRK-CNT-ABERTAS TO WRK-CNT-EDIT2.
           MOVE WRK-CNT-VISTAS  TO WRK-CNT-EDIT3.
           MOVE SPACES TO REG-RSU.
           STRING 'NEW HITS: ' WRK-CNT-EDIT
                  '   STILL OPEN: ' WRK-CNT-EDIT2
                  '   REVIEWED BEFORE, NOTHING NEW: ' WRK-CNT-EDIT3
               DELIMITED BY SIZE INTO REG-RSU.
           WRITE REG-RSU.
      *
           IF WRK-CTT-FORA GREATER ZERO
               MOVE WRK-CTT-FORA TO WRK-CNT-EDIT
               MOVE SPACES TO REG-RSU
               STRING 'TABLE FULL - ' WRK-CNT-EDIT
                      ' BORROWERS NOT COMPARED FOR SHARED CONTACTS'
                   DELIMITED BY SIZE INTO REG-RSU
               WRITE REG-RSU
           END-IF.
           IF WRK-NOV-FORA GREATER ZERO
               MOVE WRK-NOV-FORA TO WRK-CNT-EDIT
               MOVE SPACES TO REG-RSU
               STRING 'TABLE FULL - ' WRK-CNT-EDIT
                      ' NEW BORROWERS NOT CHECKED'
                   DELIMITED BY SIZE INTO REG-RSU
               WRITE REG-RSU
           END-IF.
           IF WRK-PER-FORA GREATER ZERO
               MOVE WRK-PER-FORA TO WRK-CNT-EDIT
               MOVE SPACES TO REG-RSU
               STRING 'TABLE FULL - ' WRK-CNT-EDIT
                      ' LOST COPIES NOT COUNTED'
                   DELIMITED BY SIZE INTO REG-RSU
               WRITE REG-RSU
           END-IF.
           IF WRK-OPR-FORA GREATER ZERO
               MOVE WRK-OPR-FORA TO WRK-CNT-EDIT
               MOVE SPACES TO REG-RSU
               STRING 'TABLE FULL - ' WRK-CNT-EDIT
                      ' AUDIT LINES OF FURTHER OPERATORS NOT COUNTED'
                   DELIMITED BY SIZE INTO REG-RSU
               WRITE REG-RSU
           END-IF.
       0390-WRITE-TOTALS-END. EXIT.

      *    ONE BORROWER UNDER A HIT (NUM-LOC SET BY THE CALLER), WITH
      *    PHONE AND ADDRESS IN FULL OR MASKED BY PROFILE.
       0395-PRINT-BORROWER.
           MOVE SPACES TO REG-RSU.
           READ BORROWERS
               INVALID KEY
                   STRING '          BORROWER ' NUM-LOC
                          ' NOT ON FILE'
                       DELIMITED BY SIZE INTO REG-RSU
                   WRITE REG-RSU
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 0396-MASK-BORROWER.
           IF NOT MSK-VE-TUDO
               MOVE WRK-MSK-FONE     TO FONE-LOC
               MOVE WRK-MSK-ENDERECO TO ENDERECO-LOC
           END-IF.
           MOVE DATA-CADASTRO-LOC TO WRK-DATA-AUX.
           PERFORM 0398-EDIT-DATE.
           STRING '          BORROWER ' NUM-LOC ' ' NOME-LOC
                  ' JOINED ' WRK-DATA-EDIT ' ' FONE-LOC ' '
                  ENDERECO-LOC ' ' LOC-STATUS
               DELIMITED BY SIZE INTO REG-RSU.
           WRITE REG-RSU.
       0395-PRINT-BORROWER-END. EXIT.

       0396-MASK-BORROWER.
           COPY 'CPVIDMKB.cpy'. *> MASK BORROWER PERSONAL DATA
       0396-MASK-BORROWER-END. EXIT.

      *    ONE LOAN UNDER A HIT (NUM-EMP SET BY THE CALLER).
       0397-PRINT-LOAN.
           READ EMPRESTIMOS
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           MOVE CODIGO-EMP TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE SPACES TO TITULO
                   MOVE ZEROES TO VALOR-REPOSICAO
           END-READ.
           MOVE DATA-EMPRESTIMO TO WRK-DATA-AUX.
           PERFORM 0398-EDIT-DATE.
           MOVE VALOR-REPOSICAO TO WRK-VALOR-EDIT.
           MOVE SPACES TO REG-RSU.
           STRING '             LOAN ' NUM-EMP ' OF ' WRK-DATA-EDIT
                  ' TITLE ' CODIGO-EMP ' ' TITULO(1:30)
                  ' VALUE ' WRK-VALOR-EDIT
               DELIMITED BY SIZE INTO REG-RSU.
           WRITE REG-RSU.
       0397-PRINT-LOAN-END. EXIT.

       0398-EDIT-DATE.
           IF WRK-DATA-AUX EQUAL ZEROES
               MOVE SPACES TO WRK-DATA-EDIT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WRK-DATA-EDIT.
           STRING WRK-DATA-AUX-DIA '/' WRK-DATA-AUX-MES '/'
                  WRK-DATA-AUX-ANO
               DELIMITED BY SIZE INTO WRK-DATA-EDIT.
       0398-EDIT-DATE-END. EXIT.

      *    THE SUPERVISOR SIGNS ON ONCE AND WALKS THE PENDING HITS,
      *    OLDEST FIRST, MARKING EACH ONE REVIEWED OR LEAVING IT FOR
      *    LATER. EVERY HIT MARKED IS WRITTEN TO THE AUDIT LOG.
       0400-REVIEW-HITS.
           INITIALIZE WRK-MSG.
           MOVE ZERO TO WRK-CNT-PENDENTES WRK-CNT-REVISTAS.
      *
           MOVE 'S' TO LNK-VRF-PERFIL-MIN.
           CALL 'VFVIDPRG' USING LNK-VERIFY.
           IF NOT VRF-APROVADO
               MOVE '43NOT APPROVED - SUPERVISOR CREDENTIALS FAILED.'
                   TO WRK-MSG
               PERFORM 0900-SHOW-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
      *
           MOVE SPACE  TO WRK-SUS-DECISAO.
           MOVE ZEROES TO NUM-SUS.
           START SUSPEITAS KEY IS NOT LESS NUM-SUS
               INVALID KEY MOVE 10 TO FS-SUSPEITAS
           END-START.
           IF FS-SUSPEITAS NOT EQUAL 10
               READ SUSPEITAS NEXT AT END MOVE 10 TO FS-SUSPEITAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-SUSPEITAS EQUAL 10
                      OR WRK-SUS-DECISAO EQUAL 'Q'
               IF SUS-PENDENTE
                   ADD 1 TO WRK-CNT-PENDENTES
                   PERFORM 0410-REVIEW-ONE-HIT
               END-IF
               IF WRK-SUS-DECISAO NOT EQUAL 'Q'
                   READ SUSPEITAS NEXT AT END MOVE 10 TO FS-SUSPEITAS
                   END-READ
               END-IF
           END-PERFORM.
           MOVE "00" TO FS-SUSPEITAS.
           CLOSE LOG-AUDITORIA.
      *
           MOVE WRK-CNT-PENDENTES TO WRK-CNT-EDIT.
           MOVE WRK-CNT-REVISTAS  TO WRK-CNT-EDIT2.
           INITIALIZE WRK-MSG.
           IF WRK-CNT-PENDENTES EQUAL ZERO
               MOVE '20NO SUSPICIOUS-ACTIVITY HITS PENDING.' TO WRK-MSG
           ELSE
               STRING '57HITS SHOWN: ' WRK-CNT-EDIT
                      '  MARKED REVIEWED: ' WRK-CNT-EDIT2
                   DELIMITED BY SIZE INTO WRK-MSG
           END-IF.
           PERFORM 0900-SHOW-MSG.
       0400-REVIEW-HITS-END. EXIT.

       0410-REVIEW-ONE-HIT.
           MOVE TIPO-SUS TO WRK-HIT-TIPO.
           PERFORM 0387-DESCRIBE-HIT.
           MOVE NUM-SUS  TO WRK-NUM-SUS-EDIT.
           MOVE QTDE-SUS TO WRK-QTD-EDIT.
           MOVE VALOR-SUS TO WRK-VALOR-EDIT.
           MOVE DATA-ULT-SUS TO WRK-DATA-AUX.
           PERFORM 0398-EDIT-DATE.
           MOVE WRK-DATA-EDIT TO WRK-DATA-EDIT2.
           MOVE DATA-SUS TO WRK-DATA-AUX.
           PERFORM 0398-EDIT-DATE.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY 'HIT #.........: ' AT LINE 07 COLUMN 14.
           DISPLAY WRK-NUM-SUS-EDIT AT LINE 07 COLUMN 30
               COLOR 11 HIGHLIGHT.
           DISPLAY 'PATTERN.......: ' AT LINE 08 COLUMN 14.
           DISPLAY WRK-HIT-DESC AT LINE 08 COLUMN 30
               COLOR 11 HIGHLIGHT.
           DISPLAY 'ABOUT.........: ' AT LINE 09 COLUMN 14.
           DISPLAY ALVO-SUS(1:8) AT LINE 09 COLUMN 30
               COLOR 11 HIGHLIGHT.
           IF TIPO-SUS EQUAL 'N' OR 'E' OR 'F' OR 'P'
               MOVE ALVO-SUS(1:5) TO NUM-LOC
               READ BORROWERS
                   INVALID KEY MOVE SPACES TO NOME-LOC
               END-READ
               DISPLAY NOME-LOC AT LINE 09 COLUMN 37
                   COLOR 11 HIGHLIGHT
           END-IF.
           DISPLAY 'FOUND ON......: ' AT LINE 10 COLUMN 14.
           DISPLAY WRK-DATA-EDIT AT LINE 10 COLUMN 30
               COLOR 11 HIGHLIGHT.
           DISPLAY 'LAST SEEN.....: ' AT LINE 11 COLUMN 14.
           DISPLAY WRK-DATA-EDIT2 AT LINE 11 COLUMN 30
               COLOR 11 HIGHLIGHT.
           DISPLAY 'COUNT.........: ' AT LINE 12 COLUMN 14.
           DISPLAY WRK-QTD-EDIT AT LINE 12 COLUMN 30
               COLOR 11 HIGHLIGHT.
           DISPLAY 'VALUE.........: ' AT LINE 12 COLUMN 36.
           DISPLAY WRK-VALOR-EDIT AT LINE 12 COLUMN 52
               COLOR 11 HIGHLIGHT.
           DISPLAY 'EVIDENCE......: ' AT LINE 13 COLUMN 14.
           DISPLAY EVIDENCIA-SUS AT LINE 14 COLUMN 14
               COLOR 11 HIGHLIGHT.
           DISPLAY 'R=REVIEWED  Q=QUIT  ENTER=LATER: [ ]'
               AT LINE 16 COLUMN 14.
           MOVE SPACE TO WRK-SUS-DECISAO.
           ACCEPT WRK-SUS-DECISAO AT LINE 16 COLUMN 48.
           INSPECT WRK-SUS-DECISAO CONVERTING 'rq' TO 'RQ'.
      *
           IF WRK-SUS-DECISAO EQUAL 'R'
               SET SUS-REVISADA TO TRUE
               MOVE LNK-VRF-ID    TO REVISOR-SUS
               MOVE WRK-TODAY-NUM TO DATA-REV-SUS
               REWRITE REG-SUS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-CNT-REVISTAS
                       PERFORM 0420-LOG-REVIEW
               END-REWRITE
           END-IF.
       0410-REVIEW-ONE-HIT-END. EXIT.

       0420-LOG-REVIEW.
           MOVE 'SUSPREVI' TO LOG-OPERACAO.
           MOVE ZEROES TO LOG-CODIGO.
           MOVE 'SUSPEITA' TO LOG-CAMPO.
           MOVE SPACES TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           STRING 'HIT ' NUM-SUS ' ' TIPO-SUS ' ' ALVO-SUS
                  ' COUNT ' QTDE-SUS
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           STRING 'REVIEWED BY ' LNK-VRF-ID
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0420-LOG-REVIEW-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE BORROWERS EMPRESTIMOS MOVIES SUSPEITAS.
       0500-CLOSE-DATA-END. EXIT.

       0900-SHOW-MSG.
           COPY 'CPVIDSMS.cpy'. *> SHOW MESSAGE (SCREEN OR BATCH)
       0900-SHOW-MSG-END. EXIT.

       0600-ROT-ABEND.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM SUVIDPRG.
