      ******************************************************************
      * FILE NAME   : KCVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : KEY CAPACITY MONITOR OF VIDEOTECA PROGRAM - HOW  *
      *               CLOSE EACH FIXED-WIDTH SEQUENCE NUMBER IS TO ITS *
      *               LIMIT, HOW FAST IT GROWS AND WHEN IT RUNS OUT,   *
      *               WITH A ONE-LINE VERDICT FOR THE HEALTH PANEL     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KCVIDPRG.
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
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDPGS.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDRSS.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDPDS.cpy'. *> PURCHASE ORDERS DAT WORKBOOK
           COPY 'CPVIDNFS.cpy'. *> NOTIFICATION QUEUE DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
      *
           SELECT CAPACIDADE-REL
              ASSIGN       TO 'CAPACIDADE-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CAPACIDADE-REL.
      *
      *    ONE LINE PER COUNTER PER RUN - THE TREND FOR A COUNTER
      *    WHOSE RECORDS CARRY NO DATE OF THEIR OWN (CODIGO).
           SELECT CAPACIDADE-HIST
              ASSIGN       TO 'CAPACIDADE-HIST.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CAPACIDADE-HIST.
      *
      *    ONE-LINE OUTCOME OF THE NEWEST CAPACITY CHECK, READ BY
      *    THE MORNING HEALTH PANEL IN MNVIDPRG.
           SELECT CAP-LAST
              ASSIGN       TO 'CAP-LAST.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CAP-LAST.
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
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  PAGAMENTOS.
           COPY 'CPVIDPAG.cpy'. *> FEE PAYMENT DATA FILE
      *
       FD  RESERVAS.
           COPY 'CPVIDRES.cpy'. *> RESERVATION DATA FILE
      *
       FD  PEDIDOS.
           COPY 'CPVIDPED.cpy'. *> PURCHASE ORDER DATA FILE
      *
       FD  NOTIFICACOES.
           COPY 'CPVIDNFI.cpy'. *> NOTIFICATION QUEUE DATA FILE
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  CAPACIDADE-REL.
       01 REG-CPR                PIC X(80).
      *
       FD  CAPACIDADE-HIST.
       01  REG-CPH.
           05 CPH-DATA              PIC 9(08).
           05 FILLER                PIC X(01).
           05 CPH-NOME              PIC X(08).
           05 FILLER                PIC X(01).
           05 CPH-ALTO              PIC 9(07).
      *
       FD  CAP-LAST.
       01 REG-CPL                PIC X(40).
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
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDPGW.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDRSW.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDPDW.cpy'. *> PURCHASE ORDERS DAT WORKBOOK
           COPY 'CPVIDNFW.cpy'. *> NOTIFICATION QUEUE DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
      *
       77  FS-CAPACIDADE-REL         PIC X(02).
       77  FS-CAPACIDADE-HIST        PIC X(02).
       77  FS-CAP-LAST               PIC X(02).
      *
      *    TODAY, AND THE SAME DAY A YEAR AGO - GROWTH IS MEASURED
      *    OVER THAT YEAR.
       01  WRK-HOJE                  PIC 9(08) VALUE ZERO.
       01  WRK-HOJE-R REDEFINES WRK-HOJE.
           05 WRK-HOJE-ANO           PIC 9(04).
           05 WRK-HOJE-MES           PIC 9(02).
           05 WRK-HOJE-DIA           PIC 9(02).
       01  WRK-JANELA                PIC 9(08) VALUE ZERO.
       01  WRK-JANELA-R REDEFINES WRK-JANELA.
           05 WRK-JANELA-ANO         PIC 9(04).
           05 WRK-JANELA-MMDD        PIC 9(04).
       01  WRK-DATA-DE               PIC 9(08) VALUE ZERO.
       01  WRK-DATA-DE-R REDEFINES WRK-DATA-DE.
           05 WRK-DATA-DE-ANO        PIC 9(04).
           05 WRK-DATA-DE-MES        PIC 9(02).
           05 WRK-DATA-DE-DIA        PIC 9(02).
      *
      *    WARNING THRESHOLD IN MONTHS (PARAMETER CAPAVISO) - A
      *    COUNTER PROJECTED TO RUN OUT SOONER IS FLAGGED.
       77  WRK-AVISO-MESES           PIC 9(03) VALUE 24.
       77  WRK-AVISO-EDIT            PIC ZZ9.
      *
      *    THE COUNTERS WATCHED, EACH WITH THE LARGEST VALUE ITS
      *    PICTURE CAN HOLD.
       01  TAB-CNT-DEF.
           05 FILLER PIC X(15) VALUE 'NUM-EMP 0099999'.
           05 FILLER PIC X(15) VALUE 'CODIGO  0099999'.
           05 FILLER PIC X(15) VALUE 'NUM-LOC 0099999'.
           05 FILLER PIC X(15) VALUE 'NUM-PAG 9999999'.
           05 FILLER PIC X(15) VALUE 'NUM-RES 0099999'.
           05 FILLER PIC X(15) VALUE 'NUM-PED 0099999'.
           05 FILLER PIC X(15) VALUE 'NUM-NTF 9999999'.
       01  TAB-CNT REDEFINES TAB-CNT-DEF.
           05 OCC-CNT      OCCURS 7 TIMES.
              10 EL-CNT-NOME       PIC X(08).
              10 EL-CNT-MAX        PIC 9(07).
      *
      *    OLDEST SNAPSHOT INSIDE THE YEAR FOR EACH COUNTER.
       01  TAB-SNAP.
           05 OCC-SNAP     OCCURS 7 TIMES.
              10 EL-SNAP-DATA      PIC 9(08).
              10 EL-SNAP-ALTO      PIC 9(07).
       77  WRK-CNT-IDX               PIC 9(02) VALUE ZERO.
       77  WRK-CNT-POS               PIC 9(02) VALUE ZERO.
      *
      *    PER COUNTER: ITS HIGHEST VALUE ON FILE, THE FIRST KEY
      *    DATED INSIDE THE YEAR AND ITS DATE, AND WHETHER THE FILE
      *    REACHES BACK BEYOND THE YEAR. SNAPSHOT-ONLY COUNTERS LEAVE
      *    WRK-FONTE AT 'S'.
       77  WRK-ALTO                  PIC 9(07) VALUE ZERO.
       77  WRK-INI-CHAVE             PIC 9(07) VALUE ZERO.
       77  WRK-INI-DATA              PIC 9(08) VALUE ZERO.
       77  WRK-ANTES                 PIC X(01) VALUE 'N'.
           88 CNT-TEM-ANTES              VALUE 'S'.
       77  WRK-FONTE                 PIC X(01) VALUE 'D'.
           88 FONTE-DATADA               VALUE 'D'.
           88 FONTE-SNAPSHOT             VALUE 'S'.
      *
       77  WRK-USADO                 PIC 9(07) VALUE ZERO.
       77  WRK-BASE-MESES            PIC 9(05) VALUE ZERO.
       77  WRK-TAXA                  PIC 9(07)V9(01) VALUE ZERO.
       77  WRK-RESTAM                PIC 9(07) VALUE ZERO.
       77  WRK-RESTAM-MESES          PIC 9(07) VALUE ZERO.
       77  WRK-MESES-ABS             PIC 9(07) VALUE ZERO.
       77  WRK-ESG-ANO               PIC 9(04) VALUE ZERO.
       77  WRK-ESG-MES               PIC 9(02) VALUE ZERO.
       77  WRK-PCT                   PIC 9(03)V9(01) VALUE ZERO.
       77  WRK-STATUS                PIC X(04) VALUE SPACES.
       77  WRK-ESGOTA                PIC X(12) VALUE SPACES.
      *
      *    THE COUNTER NEAREST ITS LIMIT, FOR THE HEALTH PANEL.
       77  WRK-PIOR-MESES            PIC 9(07) VALUE 9999999.
       77  WRK-PIOR-IDX              PIC 9(02) VALUE ZERO.
       77  WRK-PIOR-STATUS           PIC X(04) VALUE 'OK'.
       77  WRK-PIOR-ESGOTA           PIC X(12) VALUE SPACES.
       77  WRK-ALERTAS               PIC 9(02) VALUE ZERO.
      *
       77  WRK-ALTO-EDIT             PIC Z(06)9.
       77  WRK-MAX-EDIT              PIC Z(06)9.
       77  WRK-PCT-EDIT              PIC ZZ9,9.
       77  WRK-TAXA-EDIT             PIC Z(06)9,9.
       77  WRK-MES-EDIT              PIC 9(02).
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'KCVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0010-CHECK-BATCH-MODE.
           PERFORM 0110-DATE-TIME.
           PERFORM 0105-LOAD-POLICY.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0150-LOAD-SNAPSHOTS.
           PERFORM 0300-PROCESS-DATA.
           PERFORM 0400-PRINT-RESULTS.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0010-CHECK-BATCH-MODE.
           COPY 'CPVIDBOP.cpy'. *> DETECT HEADLESS/BATCH MODE
       0010-CHECK-BATCH-MODE-END. EXIT.

       0110-DATE-TIME.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
           MOVE WRK-NOW(1:8) TO WRK-HOJE.
           COMPUTE WRK-JANELA-ANO = WRK-HOJE-ANO - 1.
           MOVE WRK-HOJE(5:4) TO WRK-JANELA-MMDD.
      *
           IF NOT BATCH-MODE
               MOVE "  * * *  KEY CAPACITY MONITOR  * * *"
                   TO WRK-TITLE
               MOVE "PF3=FIM" TO WRK-KEYS
               DISPLAY SCREEN-MAIN
           END-IF.
       0110-DATE-TIME-END. EXIT.

       0105-LOAD-POLICY.
           OPEN INPUT PARAMS.
           IF FS-PARAMS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'CAPAVISO' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               MOVE WRK-PAR-NUM TO WRK-AVISO-MESES
           END-IF.
      *
           CLOSE PARAMS.
       0105-LOAD-POLICY-END. EXIT.

       0107-FETCH-PARAM.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0107-FETCH-PARAM-END. EXIT.

      *    READ-ONLY AGAINST THE MASTERS - A FILE NOT YET CREATED
      *    SIMPLY REPORTS AN UNUSED COUNTER.
       0100-OPEN-DATA.
           OPEN INPUT EMPRESTIMOS.
           OPEN INPUT MOVIES.
           OPEN INPUT BORROWERS.
           OPEN INPUT PAGAMENTOS.
           OPEN INPUT RESERVAS.
           OPEN INPUT PEDIDOS.
           OPEN INPUT NOTIFICACOES.
      *
           OPEN OUTPUT CAPACIDADE-REL.
      *
           IF FS-CAPACIDADE-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING CAPACIDADE-REL FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-CAPACIDADE-REL TO WS-ABEND-CODE
               MOVE 'ERROR OPENING CAPACIDADE-REL FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           MOVE SPACES TO REG-CPR.
           STRING 'VIDEOTECA - KEY CAPACITY MONITOR   RUN DATE: '
                  WRK-DATE ' ' WRK-TIME
               DELIMITED BY SIZE INTO REG-CPR.
           WRITE REG-CPR.
           MOVE WRK-AVISO-MESES TO WRK-AVISO-EDIT.
           MOVE SPACES TO REG-CPR.
           STRING 'GROWTH OVER THE LAST 12 MONTHS - WARNING BELOW '
                  WRK-AVISO-EDIT ' MONTHS LEFT'
               DELIMITED BY SIZE INTO REG-CPR.
           WRITE REG-CPR.
           MOVE ALL '-' TO REG-CPR.
           WRITE REG-CPR.
           MOVE 'COUNTER   HIGHEST    MAXIMUM  USED%  PER MONTH'
               TO REG-CPR.
           MOVE 'RUNS OUT      STATUS' TO REG-CPR(49:20).
           WRITE REG-CPR.
       0100-OPEN-DATA-END. EXIT.

      *    THE OLDEST SNAPSHOT OF EACH COUNTER TAKEN INSIDE THE YEAR -
      *    THE FILE IS APPENDED IN DATE ORDER, SO THE FIRST ONE SEEN
      *    IS THE OLDEST.
       0150-LOAD-SNAPSHOTS.
           INITIALIZE TAB-SNAP.
           OPEN INPUT CAPACIDADE-HIST.
           IF FS-CAPACIDADE-HIST NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM UNTIL FS-CAPACIDADE-HIST NOT EQUAL "00"
               READ CAPACIDADE-HIST
                   AT END MOVE "10" TO FS-CAPACIDADE-HIST
                   NOT AT END
                       IF CPH-DATA IS NUMERIC
                          AND CPH-DATA NOT LESS WRK-JANELA
                          AND CPH-ALTO IS NUMERIC
                           PERFORM 0155-KEEP-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAPACIDADE-HIST.
       0150-LOAD-SNAPSHOTS-END. EXIT.

       0155-KEEP-SNAPSHOT.
           MOVE ZERO TO WRK-CNT-POS.
           PERFORM VARYING WRK-CNT-IDX FROM 1 BY 1
                   UNTIL WRK-CNT-IDX GREATER 7
               IF EL-CNT-NOME(WRK-CNT-IDX) EQUAL CPH-NOME
                   MOVE WRK-CNT-IDX TO WRK-CNT-POS
               END-IF
           END-PERFORM.
           IF WRK-CNT-POS EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           IF EL-SNAP-DATA(WRK-CNT-POS) EQUAL ZERO
               MOVE CPH-DATA TO EL-SNAP-DATA(WRK-CNT-POS)
               MOVE CPH-ALTO TO EL-SNAP-ALTO(WRK-CNT-POS)
           END-IF.
       0155-KEEP-SNAPSHOT-END. EXIT.

      *    ONE PASS PER COUNTER, IN TABLE ORDER.
       0300-PROCESS-DATA.
           OPEN EXTEND CAPACIDADE-HIST.
           IF FS-CAPACIDADE-HIST EQUAL "35"
               OPEN OUTPUT CAPACIDADE-HIST
           END-IF.
      *
           PERFORM VARYING WRK-CNT-IDX FROM 1 BY 1
                   UNTIL WRK-CNT-IDX GREATER 7
               MOVE ZERO TO WRK-ALTO WRK-INI-CHAVE WRK-INI-DATA
               MOVE 'N'  TO WRK-ANTES
               MOVE 'D'  TO WRK-FONTE
               EVALUATE WRK-CNT-IDX
                   WHEN 1 PERFORM 0310-SCAN-LOANS
                   WHEN 2 PERFORM 0320-SCAN-MOVIES
                   WHEN 3 PERFORM 0330-SCAN-BORROWERS
                   WHEN 4 PERFORM 0340-SCAN-PAYMENTS
                   WHEN 5 PERFORM 0350-SCAN-HOLDS
                   WHEN 6 PERFORM 0360-SCAN-ORDERS
                   WHEN 7 PERFORM 0370-SCAN-NOTICES
               END-EVALUATE
               PERFORM 0380-PROJECT-COUNTER
               PERFORM 0390-PRINT-COUNTER
      *
               MOVE SPACES               TO REG-CPH
               MOVE WRK-HOJE             TO CPH-DATA
               MOVE EL-CNT-NOME(WRK-CNT-IDX) TO CPH-NOME
               MOVE WRK-ALTO             TO CPH-ALTO
               IF FS-CAPACIDADE-HIST EQUAL "00"
                   WRITE REG-CPH
               END-IF
           END-PERFORM.
      *
           CLOSE CAPACIDADE-HIST.
       0300-PROCESS-DATA-END. EXIT.

      *    HIGHEST KEY BY THE SAME HIGH-VALUES IDIOM THE NUMBERING
      *    PROGRAMS USE, THEN A FORWARD WALK TO THE FIRST LOAN TAKEN
      *    INSIDE THE YEAR - EVERY NUMBER FROM THERE ON WAS CUT IN THE
      *    LAST TWELVE MONTHS, WHETHER OR NOT THE ROW IS STILL LIVE.
       0310-SCAN-LOANS.
           IF FS-EMPRESTIMOS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE HIGH-VALUES TO NUM-EMP.
           START EMPRESTIMOS KEY IS NOT GREATER NUM-EMP
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   READ EMPRESTIMOS NEXT AT END CONTINUE END-READ
           END-START.
           MOVE NUM-EMP TO WRK-ALTO.
      *
           MOVE LOW-VALUES TO NUM-EMP.
           START EMPRESTIMOS KEY IS NOT LESS NUM-EMP
               INVALID KEY MOVE 10 TO FS-EMPRESTIMOS
           END-START.
           IF FS-EMPRESTIMOS NOT EQUAL 10
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-IF.
           PERFORM UNTIL FS-EMPRESTIMOS EQUAL 10
                     OR WRK-INI-CHAVE NOT EQUAL ZERO
               IF DATA-EMPRESTIMO NOT LESS WRK-JANELA
                   MOVE NUM-EMP         TO WRK-INI-CHAVE
                   MOVE DATA-EMPRESTIMO TO WRK-INI-DATA
               ELSE
                   MOVE 'S' TO WRK-ANTES
                   READ EMPRESTIMOS NEXT
                       AT END MOVE 10 TO FS-EMPRESTIMOS
                   END-READ
               END-IF
           END-PERFORM.
       0310-SCAN-LOANS-END. EXIT.

      *    A TITLE CARRIES NO DATE OF ITS OWN, SO ITS GROWTH COMES
      *    FROM THE SNAPSHOTS OF EARLIER RUNS.
       0320-SCAN-MOVIES.
           MOVE 'S' TO WRK-FONTE.
           IF FS-MOVIES NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE HIGH-VALUES TO CODIGO.
           START MOVIES KEY IS NOT GREATER CODIGO
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   READ MOVIES NEXT AT END CONTINUE END-READ
           END-START.
           MOVE CODIGO TO WRK-ALTO.
       0320-SCAN-MOVIES-END. EXIT.

       0330-SCAN-BORROWERS.
           IF FS-BORROWERS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE HIGH-VALUES TO NUM-LOC.
           START BORROWERS KEY IS NOT GREATER NUM-LOC
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   READ BORROWERS NEXT AT END CONTINUE END-READ
           END-START.
           MOVE NUM-LOC TO WRK-ALTO.
      *
           MOVE LOW-VALUES TO NUM-LOC.
           START BORROWERS KEY IS NOT LESS NUM-LOC
               INVALID KEY MOVE 10 TO FS-BORROWERS
           END-START.
           IF FS-BORROWERS NOT EQUAL 10
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-IF.
           PERFORM UNTIL FS-BORROWERS EQUAL 10
                     OR WRK-INI-CHAVE NOT EQUAL ZERO
               IF DATA-CADASTRO-LOC NOT LESS WRK-JANELA
                   MOVE NUM-LOC           TO WRK-INI-CHAVE
                   MOVE DATA-CADASTRO-LOC TO WRK-INI-DATA
               ELSE
                   MOVE 'S' TO WRK-ANTES
                   READ BORROWERS NEXT
                       AT END MOVE 10 TO FS-BORROWERS
                   END-READ
               END-IF
           END-PERFORM.
       0330-SCAN-BORROWERS-END. EXIT.

       0340-SCAN-PAYMENTS.
           IF FS-PAGAMENTOS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE HIGH-VALUES TO NUM-PAG.
           START PAGAMENTOS KEY IS NOT GREATER NUM-PAG
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   READ PAGAMENTOS NEXT AT END CONTINUE END-READ
           END-START.
           MOVE NUM-PAG TO WRK-ALTO.
      *
           MOVE LOW-VALUES TO NUM-PAG.
           START PAGAMENTOS KEY IS NOT LESS NUM-PAG
               INVALID KEY MOVE 10 TO FS-PAGAMENTOS
           END-START.
           IF FS-PAGAMENTOS NOT EQUAL 10
               READ PAGAMENTOS NEXT AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-IF.
           PERFORM UNTIL FS-PAGAMENTOS EQUAL 10
                     OR WRK-INI-CHAVE NOT EQUAL ZERO
               IF DATA-PAG NOT LESS WRK-JANELA
                   MOVE NUM-PAG  TO WRK-INI-CHAVE
                   MOVE DATA-PAG TO WRK-INI-DATA
               ELSE
                   MOVE 'S' TO WRK-ANTES
                   READ PAGAMENTOS NEXT
                       AT END MOVE 10 TO FS-PAGAMENTOS
                   END-READ
               END-IF
           END-PERFORM.
       0340-SCAN-PAYMENTS-END. EXIT.

       0350-SCAN-HOLDS.
           IF FS-RESERVAS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE HIGH-VALUES TO NUM-RES.
           START RESERVAS KEY IS NOT GREATER NUM-RES
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   READ RESERVAS NEXT AT END CONTINUE END-READ
           END-START.
           MOVE NUM-RES TO WRK-ALTO.
      *
           MOVE LOW-VALUES TO NUM-RES.
           START RESERVAS KEY IS NOT LESS NUM-RES
               INVALID KEY MOVE 10 TO FS-RESERVAS
           END-START.
           IF FS-RESERVAS NOT EQUAL 10
               READ RESERVAS NEXT AT END MOVE 10 TO FS-RESERVAS
               END-READ
           END-IF.
           PERFORM UNTIL FS-RESERVAS EQUAL 10
                     OR WRK-INI-CHAVE NOT EQUAL ZERO
               IF DATA-RES NOT LESS WRK-JANELA
                   MOVE NUM-RES  TO WRK-INI-CHAVE
                   MOVE DATA-RES TO WRK-INI-DATA
               ELSE
                   MOVE 'S' TO WRK-ANTES
                   READ RESERVAS NEXT
                       AT END MOVE 10 TO FS-RESERVAS
                   END-READ
               END-IF
           END-PERFORM.
       0350-SCAN-HOLDS-END. EXIT.

       0360-SCAN-ORDERS.
           IF FS-PEDIDOS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE HIGH-VALUES TO NUM-PED.
           START PEDIDOS KEY IS NOT GREATER NUM-PED
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   READ PEDIDOS NEXT AT END CONTINUE END-READ
           END-START.
           MOVE NUM-PED TO WRK-ALTO.
      *
           MOVE LOW-VALUES TO NUM-PED.
           START PEDIDOS KEY IS NOT LESS NUM-PED
               INVALID KEY MOVE 10 TO FS-PEDIDOS
           END-START.
           IF FS-PEDIDOS NOT EQUAL 10
               READ PEDIDOS NEXT AT END MOVE 10 TO FS-PEDIDOS
               END-READ
           END-IF.
           PERFORM UNTIL FS-PEDIDOS EQUAL 10
                     OR WRK-INI-CHAVE NOT EQUAL ZERO
               IF DATA-PED NOT LESS WRK-JANELA
                   MOVE NUM-PED  TO WRK-INI-CHAVE
                   MOVE DATA-PED TO WRK-INI-DATA
               ELSE
                   MOVE 'S' TO WRK-ANTES
                   READ PEDIDOS NEXT
                       AT END MOVE 10 TO FS-PEDIDOS
                   END-READ
               END-IF
           END-PERFORM.
       0360-SCAN-ORDERS-END. EXIT.

       0370-SCAN-NOTICES.
           IF FS-NOTIFICA NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE HIGH-VALUES TO NUM-NTF.
           START NOTIFICACOES KEY IS NOT GREATER NUM-NTF
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   READ NOTIFICACOES NEXT AT END CONTINUE END-READ
           END-START.
           MOVE NUM-NTF TO WRK-ALTO.
      *
           MOVE LOW-VALUES TO NUM-NTF.
           START NOTIFICACOES KEY IS NOT LESS NUM-NTF
               INVALID KEY MOVE 10 TO FS-NOTIFICA
           END-START.
           IF FS-NOTIFICA NOT EQUAL 10
               READ NOTIFICACOES NEXT AT END MOVE 10 TO FS-NOTIFICA
               END-READ
           END-IF.
           PERFORM UNTIL FS-NOTIFICA EQUAL 10
                     OR WRK-INI-CHAVE NOT EQUAL ZERO
               IF DATA-NTF NOT LESS WRK-JANELA
                   MOVE NUM-NTF  TO WRK-INI-CHAVE
                   MOVE DATA-NTF TO WRK-INI-DATA
               ELSE
                   MOVE 'S' TO WRK-ANTES
                   READ NOTIFICACOES NEXT
                       AT END MOVE 10 TO FS-NOTIFICA
                   END-READ
               END-IF
           END-PERFORM.
       0370-SCAN-NOTICES-END. EXIT.

      *    NUMBERS CUT PER MONTH AND THE MONTH THE COUNTER RUNS OUT.
      *    A DATED COUNTER MEASURES FROM ITS FIRST KEY INSIDE THE
      *    YEAR OVER TWELVE MONTHS (OR OVER ITS OWN AGE, WHEN THE
      *    FILE IS YOUNGER THAN A YEAR); A SNAPSHOT COUNTER MEASURES
      *    FROM ITS OLDEST SNAPSHOT INSIDE THE YEAR, ONCE THAT IS AT
      *    LEAST A MONTH OLD.
       0380-PROJECT-COUNTER.
           MOVE ZERO   TO WRK-USADO WRK-BASE-MESES WRK-TAXA.
           MOVE SPACES TO WRK-ESGOTA.
           COMPUTE WRK-RESTAM = EL-CNT-MAX(WRK-CNT-IDX) - WRK-ALTO.
           COMPUTE WRK-PCT ROUNDED =
               WRK-ALTO * 100 / EL-CNT-MAX(WRK-CNT-IDX).
      *
           IF FONTE-DATADA
               IF WRK-INI-CHAVE NOT EQUAL ZERO
                   COMPUTE WRK-USADO = WRK-ALTO - WRK-INI-CHAVE + 1
                   IF CNT-TEM-ANTES
                       MOVE 12 TO WRK-BASE-MESES
                   ELSE
                       MOVE WRK-INI-DATA TO WRK-DATA-DE
                       PERFORM 0385-MONTHS-SINCE
                   END-IF
               END-IF
           ELSE
               IF EL-SNAP-DATA(WRK-CNT-IDX) NOT EQUAL ZERO
                  AND WRK-ALTO NOT LESS EL-SNAP-ALTO(WRK-CNT-IDX)
                   MOVE EL-SNAP-DATA(WRK-CNT-IDX) TO WRK-DATA-DE
                   PERFORM 0385-MONTHS-SINCE
                   IF WRK-BASE-MESES GREATER ZERO
                       COMPUTE WRK-USADO =
                           WRK-ALTO - EL-SNAP-ALTO(WRK-CNT-IDX)
                   ELSE
                       MOVE 'NO TREND YET' TO WRK-ESGOTA
                   END-IF
               ELSE
                   MOVE 'NO TREND YET' TO WRK-ESGOTA
               END-IF
           END-IF.
      *
           IF WRK-BASE-MESES GREATER ZERO
               COMPUTE WRK-TAXA ROUNDED = WRK-USADO / WRK-BASE-MESES
           END-IF.
      *
           MOVE 'OK' TO WRK-STATUS.
           MOVE 9999999 TO WRK-RESTAM-MESES.
           EVALUATE TRUE
               WHEN WRK-RESTAM EQUAL ZERO
                   MOVE 'FULL'      TO WRK-STATUS
                   MOVE 'EXHAUSTED' TO WRK-ESGOTA
                   MOVE ZERO        TO WRK-RESTAM-MESES
               WHEN WRK-TAXA GREATER ZERO
                   COMPUTE WRK-RESTAM-MESES = WRK-RESTAM / WRK-TAXA
                   IF WRK-RESTAM-MESES GREATER 1200
                       MOVE 'NOT IN SIGHT' TO WRK-ESGOTA
                   ELSE
                       COMPUTE WRK-MESES-ABS = WRK-HOJE-ANO * 12
                           + WRK-HOJE-MES - 1 + WRK-RESTAM-MESES
                       DIVIDE WRK-MESES-ABS BY 12 GIVING WRK-ESG-ANO
                           REMAINDER WRK-ESG-MES
                       ADD 1 TO WRK-ESG-MES
                       MOVE WRK-ESG-MES TO WRK-MES-EDIT
                       STRING WRK-ESG-ANO '-' WRK-MES-EDIT
                           DELIMITED BY SIZE INTO WRK-ESGOTA
                   END-IF
                   IF WRK-RESTAM-MESES LESS WRK-AVISO-MESES
                       MOVE 'WARN' TO WRK-STATUS
                   END-IF
               WHEN WRK-ESGOTA EQUAL SPACES
                   MOVE 'NO GROWTH' TO WRK-ESGOTA
           END-EVALUATE.
      *
           IF WRK-STATUS NOT EQUAL 'OK'
               ADD 1 TO WRK-ALERTAS
           END-IF.
           IF WRK-RESTAM-MESES LESS WRK-PIOR-MESES
               MOVE WRK-RESTAM-MESES TO WRK-PIOR-MESES
               MOVE WRK-CNT-IDX      TO WRK-PIOR-IDX
               MOVE WRK-STATUS       TO WRK-PIOR-STATUS
               MOVE WRK-ESGOTA       TO WRK-PIOR-ESGOTA
           END-IF.
       0380-PROJECT-COUNTER-END. EXIT.

      *    WHOLE CALENDAR MONTHS FROM WRK-DATA-DE TO TODAY.
       0385-MONTHS-SINCE.
           MOVE ZERO TO WRK-BASE-MESES.
           IF WRK-DATA-DE NOT LESS WRK-HOJE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-BASE-MESES =
               (WRK-HOJE-ANO * 12 + WRK-HOJE-MES)
             - (WRK-DATA-DE-ANO * 12 + WRK-DATA-DE-MES).
           IF WRK-HOJE-DIA LESS WRK-DATA-DE-DIA
              AND WRK-BASE-MESES GREATER ZERO
               SUBTRACT 1 FROM WRK-BASE-MESES
           END-IF.
      *    A DATED COUNTER YOUNGER THAN A MONTH STILL COUNTS AS ONE.
           IF WRK-BASE-MESES EQUAL ZERO AND FONTE-DATADA
               MOVE 1 TO WRK-BASE-MESES
           END-IF.
       0385-MONTHS-SINCE-END. EXIT.

       0390-PRINT-COUNTER.
           MOVE WRK-ALTO                 TO WRK-ALTO-EDIT.
           MOVE EL-CNT-MAX(WRK-CNT-IDX)  TO WRK-MAX-EDIT.
           MOVE WRK-PCT                  TO WRK-PCT-EDIT.
           MOVE WRK-TAXA                 TO WRK-TAXA-EDIT.
           MOVE SPACES TO REG-CPR.
           STRING EL-CNT-NOME(WRK-CNT-IDX) '  ' WRK-ALTO-EDIT
                  '    ' WRK-MAX-EDIT '  ' WRK-PCT-EDIT
                  '  ' WRK-TAXA-EDIT '  ' WRK-ESGOTA
                  '  ' WRK-STATUS
               DELIMITED BY SIZE INTO REG-CPR.
           WRITE REG-CPR.
       0390-PRINT-COUNTER-END. EXIT.

       0400-PRINT-RESULTS.
           MOVE ALL '-' TO REG-CPR.
           WRITE REG-CPR.
      *
           MOVE SPACES TO REG-CPL.
           IF WRK-PIOR-IDX EQUAL ZERO
               MOVE 'OK - NO COUNTER RUNNING OUT' TO REG-CPL
           ELSE
               IF WRK-PIOR-STATUS EQUAL 'OK'
                   STRING 'OK - NEAREST ' EL-CNT-NOME(WRK-PIOR-IDX)
                          ' ' WRK-PIOR-ESGOTA
                       DELIMITED BY SIZE INTO REG-CPL
               ELSE
                   STRING WRK-PIOR-STATUS ' - '
                          EL-CNT-NOME(WRK-PIOR-IDX)
                          ' RUNS OUT ' WRK-PIOR-ESGOTA
                       DELIMITED BY SIZE INTO REG-CPL
               END-IF
           END-IF.
           MOVE SPACES TO REG-CPR.
           STRING 'VERDICT: ' REG-CPL
               DELIMITED BY SIZE INTO REG-CPR.
           WRITE REG-CPR.
      *
           OPEN OUTPUT CAP-LAST.
           IF FS-CAP-LAST EQUAL "00"
               WRITE REG-CPL
               CLOSE CAP-LAST
           END-IF.
      *
           INITIALIZE WRK-MSG.
           STRING '57KEY CAPACITY: ' REG-CPL
               DELIMITED BY SIZE INTO WRK-MSG.
           PERFORM 0900-SHOW-MSG.
       0400-PRINT-RESULTS-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE EMPRESTIMOS MOVIES BORROWERS PAGAMENTOS RESERVAS
                 PEDIDOS NOTIFICACOES CAPACIDADE-REL.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       0900-SHOW-MSG.
           COPY 'CPVIDSMS.cpy'. *> SHOW MESSAGE (SCREEN OR BATCH)
       0900-SHOW-MSG-END. EXIT.

       END PROGRAM KCVIDPRG.
