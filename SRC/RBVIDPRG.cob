      ******************************************************************
      * FILE NAME   : RBVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : NIGHTLY INTER-BRANCH REBALANCING OF VIDEOTECA    *
      *               PROGRAM - FINDS TITLES WITH HOLDS QUEUED AT ONE  *
      *               BRANCH WHILE ANOTHER HAS COPIES IDLE ON THE      *
      *               SHELF, AND PUTS THE MOVES FORWARD AS PROPOSED    *
      *               TRANSFERS FOR A SUPERVISOR TO APPROVE IN         *
      *               BRVIDPRG. RUNS HEADLESS AS A NIGHTLY CHAIN STEP  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDRSS.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDCPS.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDTRS.cpy'. *> BRANCH TRANSFERS DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
      *
           SELECT RELATO-RBL
              ASSIGN       TO 'RELATO-RBL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-RELATO-RBL.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RESERVAS.
           COPY 'CPVIDRES.cpy'. *> RESERVATION DATA FILE
      *
       FD  COPIAS.
           COPY 'CPVIDCOP.cpy'. *> COPY REGISTER DATA FILE
      *
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  TRANSF.
           COPY 'CPVIDTRF.cpy'. *> BRANCH TRANSFER DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  RELATO-RBL.
       01 REG-RBL                PIC X(100).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDRSW.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDCPW.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDTRW.cpy'. *> BRANCH TRANSFERS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
      *
       77  FS-RELATO-RBL            PIC X(02).
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-TODAY-INT            PIC 9(08) VALUE ZERO.
      *
      *    HOW LONG A COPY MUST HAVE SAT ON THE SHELF SINCE ITS LAST
      *    LOAN BEFORE IT IS WORTH A VAN TRIP - PARAMS.dat CODE
      *    DIASOCIO, THREE WEEKS WHEN NOT SET.
       77  WRK-DIAS-OCIO            PIC 9(04) VALUE 21.
      *
       77  WRK-RBL-CODIGO           PIC 9(05) VALUE ZERO.
       77  WRK-RBL-FILIAL           PIC X(02) VALUE SPACES.
       77  WRK-RBL-ULTIMA           PIC 9(08) VALUE ZERO.
       77  WRK-RBL-DIAS             PIC 9(04) VALUE ZERO.
       77  WRK-RBL-DOADOR           PIC 9(02) VALUE ZERO.
       77  WRK-RBL-MELHOR           PIC 9(02) VALUE ZERO.
       77  WRK-TRF-NEXT             PIC 9(05) VALUE ZERO.
      *
       77  WRK-RETIRADAS            PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-PROPOSTAS            PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-CNT-EDIT             PIC Z(03)9.
       77  WRK-CNT-EDIT2            PIC Z(03)9.
       77  WRK-NUM-TRF-EDIT         PIC Z(04)9.
       77  WRK-FILA-EDIT            PIC ZZ9.
       77  WRK-DIAS-EDIT            PIC Z.ZZ9.
       77  IDX                      PIC S9(04) COMP VALUE ZERO.
       77  IDY                      PIC S9(04) COMP VALUE ZERO.
      *
      *    ONE TITLE'S PICTURE, BRANCH BY BRANCH - ACTIVE HOLDS
      *    QUEUED THERE, COPIES ON ITS SHELF, HOW MANY HOLDS ITS OWN
      *    SHELF CANNOT COVER AND HOW MANY COPIES IT CAN SPARE.
       01  TAB-RBL-FILIAIS.
           05 OCC-RBL      OCCURS 10 TIMES.
              10 EL-RBL-FIL        PIC X(02).
              10 EL-RBL-FILA       PIC 9(03).
              10 EL-RBL-DISP       PIC 9(03).
              10 EL-RBL-FALTA      PIC 9(03).
              10 EL-RBL-SOBRA      PIC 9(03).
       77  WRK-RBL-NFIL             PIC 9(02) VALUE ZERO.
      *
      *    THE TITLE'S SHELF COPIES IDLE LONG ENOUGH TO MOVE.
       01  TAB-OCIOSAS.
           05 OCC-OCI      OCCURS 50 TIMES.
              10 EL-OCI-COPIA      PIC 9(03).
              10 EL-OCI-FIL        PIC 9(02).
              10 EL-OCI-DIAS       PIC 9(04).
              10 EL-OCI-USADA      PIC X(01).
       77  WRK-OCI-COUNT            PIC 9(02) VALUE ZERO.
      *
      *    LAST CHECKOUT DATE OF EACH COPY OF THE TITLE, BY COPY
      *    NUMBER.
       01  TAB-ULT-EMPRESTIMO.
           05 EL-ULT-DATA  OCCURS 999 TIMES PIC 9(08).
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE 'RBVIDPRG' TO WS-ABEND-PROGRAM.
           PERFORM 0010-CHECK-BATCH-MODE.
           PERFORM 0110-DATE-TIME.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0300-PROCESS-DATA.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0010-CHECK-BATCH-MODE.
           COPY 'CPVIDBOP.cpy'. *> DETECT HEADLESS/BATCH MODE
       0010-CHECK-BATCH-MODE-END. EXIT.

       0110-DATE-TIME.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME ROUTINE
           MOVE " * * *  R E B A L A N C I N G  * * *"
               TO WRK-TITLE.
           MOVE "PF3=FIM" TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           COMPUTE WRK-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WRK-TODAY-NUM).
           IF NOT BATCH-MODE
               DISPLAY SCREEN-MAIN
           END-IF.
       0110-DATE-TIME-END. EXIT.

       0100-OPEN-DATA.
           OPEN INPUT RESERVAS.
           IF FS-RESERVAS EQUAL "35"
               OPEN OUTPUT RESERVAS
               CLOSE RESERVAS
               OPEN INPUT RESERVAS
           END-IF.
      *
           OPEN INPUT COPIAS.
           IF FS-COPIAS EQUAL "35"
               OPEN OUTPUT COPIAS
               CLOSE COPIAS
               OPEN INPUT COPIAS
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
           OPEN I-O TRANSF.
           IF FS-TRANSF EQUAL "35"
               OPEN OUTPUT TRANSF
               CLOSE TRANSF
               OPEN I-O TRANSF
           END-IF.
      *
           IF FS-TRANSF NOT EQUAL "00"
               MOVE '47ERROR OPENING TRANSFERS FILE.' TO WRK-MSG
               PERFORM 0900-SHOW-MSG
      *
               MOVE FS-TRANSF TO WS-ABEND-CODE
               MOVE 'ERROR OPENING TRANSFERS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN OUTPUT RELATO-RBL.
      *
           OPEN INPUT PARAMS.
           IF FS-PARAMS EQUAL "00"
               MOVE 'DIASOCIO' TO COD-PAR
               PERFORM 0150-FETCH-PARAM
               IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
                   MOVE WRK-PAR-NUM TO WRK-DIAS-OCIO
               END-IF
               CLOSE PARAMS
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0150-FETCH-PARAM.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0150-FETCH-PARAM-END. EXIT.

      *    YESTERDAY'S UNDECIDED PROPOSALS ARE WITHDRAWN FIRST - THE
      *    QUEUES AND SHELVES HAVE MOVED SINCE - THEN EVERY TITLE
      *    WITH A HOLD IS WEIGHED AFRESH, ONE TITLE AT A TIME OFF
      *    THE HOLD FILE'S TITLE KEY.
       0300-PROCESS-DATA.
           PERFORM 0305-WRITE-HEADER.
           PERFORM 0310-WITHDRAW-OLD-PROPOSALS.
           PERFORM 0315-NEXT-TRANSFER-NUMBER.
      *
           MOVE ZEROES TO WRK-RBL-CODIGO WRK-RBL-NFIL.
           INITIALIZE TAB-RBL-FILIAIS.
      *
           MOVE ZEROES TO CODIGO-RES.
           START RESERVAS KEY IS NOT LESS CODIGO-RES
               INVALID KEY MOVE 10 TO FS-RESERVAS
           END-START.
           IF FS-RESERVAS NOT EQUAL 10
               READ RESERVAS NEXT AT END MOVE 10 TO FS-RESERVAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-RESERVAS EQUAL 10
               IF CODIGO-RES NOT EQUAL WRK-RBL-CODIGO
                   PERFORM 0330-BALANCE-TITLE
                   MOVE CODIGO-RES TO WRK-RBL-CODIGO
                   MOVE ZERO TO WRK-RBL-NFIL
                   INITIALIZE TAB-RBL-FILIAIS
               END-IF
               IF RES-ATIVA
                   PERFORM 0320-COUNT-HOLD
               END-IF
               READ RESERVAS NEXT AT END MOVE 10 TO FS-RESERVAS
               END-READ
           END-PERFORM.
           PERFORM 0330-BALANCE-TITLE.
       0300-PROCESS-DATA-END. EXIT.

       0305-WRITE-HEADER.
           MOVE WRK-DIAS-OCIO TO WRK-DIAS-EDIT.
           MOVE SPACES TO REG-RBL.
           STRING 'VIDEOTECA - REBALANCING PROPOSALS   RUN DATE: '
                  WRK-DATE '   IDLE AFTER ' WRK-DIAS-EDIT ' DAYS'
               DELIMITED BY SIZE INTO REG-RBL.
           WRITE REG-RBL.
           MOVE SPACES TO REG-RBL.
           STRING 'PROP#  TITLE                           COPY  '
                  'FROM  TO  HOLDS  IDLE DAYS'
               DELIMITED BY SIZE INTO REG-RBL.
           WRITE REG-RBL.
           MOVE ALL '-' TO REG-RBL.
           WRITE REG-RBL.
       0305-WRITE-HEADER-END. EXIT.

       0310-WITHDRAW-OLD-PROPOSALS.
           MOVE ZERO TO WRK-RETIRADAS.
           MOVE ZEROES TO NUM-TRF.
           START TRANSF KEY IS NOT LESS NUM-TRF
               INVALID KEY MOVE 10 TO FS-TRANSF
           END-START.
           IF FS-TRANSF NOT EQUAL 10
               READ TRANSF NEXT AT END MOVE 10 TO FS-TRANSF END-READ
           END-IF.
      *
           PERFORM UNTIL FS-TRANSF EQUAL 10
               IF TRF-PROPOSTO
                   SET TRF-CANCELADO TO TRUE
                   REWRITE REG-TRF
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WRK-RETIRADAS
                   END-REWRITE
               END-IF
               READ TRANSF NEXT AT END MOVE 10 TO FS-TRANSF END-READ
           END-PERFORM.
           MOVE "00" TO FS-TRANSF.
       0310-WITHDRAW-OLD-PROPOSALS-END. EXIT.

       0315-NEXT-TRANSFER-NUMBER.
           MOVE HIGH-VALUES TO NUM-TRF.
           START TRANSF KEY IS NOT GREATER NUM-TRF
               INVALID KEY
                   MOVE ZEROES TO NUM-TRF
               NOT INVALID KEY
                   READ TRANSF NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-TRF GIVING WRK-TRF-NEXT.
       0315-NEXT-TRANSFER-NUMBER-END. EXIT.

      *    ONE ACTIVE HOLD ON THE BRANCH IT WAS TAKEN AT - HOLDS
      *    FROM BEFORE BRANCHES WERE RECORDED BELONG TO THE ORIGINAL
      *    SHOP.
       0320-COUNT-HOLD.
           MOVE FILIAL-RES TO WRK-RBL-FILIAL.
           IF WRK-RBL-FILIAL EQUAL SPACES
               MOVE '01' TO WRK-RBL-FILIAL
           END-IF.
           PERFORM 0325-FIND-BRANCH.
           IF IDX GREATER ZERO
               ADD 1 TO EL-RBL-FILA(IDX)
           END-IF.
       0320-COUNT-HOLD-END. EXIT.

      *    POSITIONS IDX ON WRK-RBL-FILIAL'S ROW, ADDING THE ROW IF
      *    THE BRANCH IS NEW TO THIS TITLE (ZERO WHEN THE TABLE IS
      *    FULL).
       0325-FIND-BRANCH.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-RBL-NFIL
               IF EL-RBL-FIL(IDX) EQUAL WRK-RBL-FILIAL
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
      *
           IF WRK-RBL-NFIL LESS 10
               ADD 1 TO WRK-RBL-NFIL
               MOVE WRK-RBL-NFIL   TO IDX
               MOVE WRK-RBL-FILIAL TO EL-RBL-FIL(IDX)
           ELSE
               MOVE ZERO TO IDX
           END-IF.
       0325-FIND-BRANCH-END. EXIT.

      *    THE TITLE JUST COUNTED: WHERE ARE ITS HOLDS LEFT UNCOVERED
      *    BY THE LOCAL SHELF, AND WHERE ARE COPIES SITTING UNWANTED.
      *    EACH SHORT BRANCH IS OFFERED THE LONGEST-IDLE COPY FROM A
      *    BRANCH THAT CAN SPARE ONE, UNTIL ITS QUEUE IS COVERED OR
      *    NO IDLE COPY IS LEFT.
       0330-BALANCE-TITLE.
           IF WRK-RBL-CODIGO EQUAL ZEROES OR WRK-RBL-NFIL EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0340-LOAD-LAST-LOANS.
           PERFORM 0350-LOAD-SHELF-COPIES.
           IF WRK-OCI-COUNT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-RBL-NFIL
               MOVE ZERO TO EL-RBL-FALTA(IDX) EL-RBL-SOBRA(IDX)
               IF EL-RBL-FILA(IDX) GREATER EL-RBL-DISP(IDX)
                   COMPUTE EL-RBL-FALTA(IDX) =
                       EL-RBL-FILA(IDX) - EL-RBL-DISP(IDX)
               ELSE
                   COMPUTE EL-RBL-SOBRA(IDX) =
                       EL-RBL-DISP(IDX) - EL-RBL-FILA(IDX)
               END-IF
           END-PERFORM.
      *
           MOVE WRK-RBL-CODIGO TO CODIGO.
           READ MOVIES
               INVALID KEY MOVE SPACES TO TITULO
           END-READ.
      *
           PERFORM VARYING IDY FROM 1 BY 1
                   UNTIL IDY GREATER WRK-RBL-NFIL
               PERFORM UNTIL EL-RBL-FALTA(IDY) EQUAL ZERO
                   PERFORM 0360-PICK-IDLE-COPY
                   IF WRK-RBL-MELHOR EQUAL ZERO
                       MOVE ZERO TO EL-RBL-FALTA(IDY)
                   ELSE
                       PERFORM 0370-WRITE-PROPOSAL
                       SUBTRACT 1 FROM EL-RBL-FALTA(IDY)
                   END-IF
               END-PERFORM
           END-PERFORM.
       0330-BALANCE-TITLE-END. EXIT.

      *    ONE PASS OVER THE TITLE'S LOANS, KEEPING THE LATEST
      *    CHECKOUT DATE SEEN FOR EACH COPY NUMBER.
       0340-LOAD-LAST-LOANS.
           INITIALIZE TAB-ULT-EMPRESTIMO.
           MOVE WRK-RBL-CODIGO TO CODIGO-EMP.
           START EMPRESTIMOS KEY IS EQUAL CODIGO-EMP
               INVALID KEY MOVE 10 TO FS-EMPRESTIMOS
           END-START.
           IF FS-EMPRESTIMOS NOT EQUAL 10
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-EMPRESTIMOS EQUAL 10
                      OR CODIGO-EMP NOT EQUAL WRK-RBL-CODIGO
               IF NUM-COPIA-EMP GREATER ZERO
                  AND DATA-EMPRESTIMO
                      GREATER EL-ULT-DATA(NUM-COPIA-EMP)
                   MOVE DATA-EMPRESTIMO
                       TO EL-ULT-DATA(NUM-COPIA-EMP)
               END-IF
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-EMPRESTIMOS.
       0340-LOAD-LAST-LOANS-END. EXIT.

      *    THE TITLE'S COPIES ON A SHELF, COUNTED PER BRANCH. A COPY
      *    NEVER LENT IS IDLE SINCE IT WAS ACQUIRED (OR LAST GRADED,
      *    WHEN THE ASSET REGISTER HAS NO DATE FOR IT YET).
       0350-LOAD-SHELF-COPIES.
           MOVE ZERO TO WRK-OCI-COUNT.
           INITIALIZE TAB-OCIOSAS.
      *
           MOVE WRK-RBL-CODIGO TO CODIGO-COP.
           MOVE ZEROES         TO NUM-COPIA.
           START COPIAS KEY IS NOT LESS CHAVE-COP
               INVALID KEY MOVE 10 TO FS-COPIAS
           END-START.
           IF FS-COPIAS NOT EQUAL 10
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-COPIAS EQUAL 10
                      OR CODIGO-COP NOT EQUAL WRK-RBL-CODIGO
               IF COP-DISPONIVEL
                   PERFORM 0355-SCORE-SHELF-COPY
               END-IF
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-PERFORM.
           MOVE "00" TO FS-COPIAS.
       0350-LOAD-SHELF-COPIES-END. EXIT.

       0355-SCORE-SHELF-COPY.
           MOVE FILIAL-COP TO WRK-RBL-FILIAL.
           IF WRK-RBL-FILIAL EQUAL SPACES
               MOVE '01' TO WRK-RBL-FILIAL
           END-IF.
           PERFORM 0325-FIND-BRANCH.
           IF IDX EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO EL-RBL-DISP(IDX).
      *
           MOVE ZEROES TO WRK-RBL-ULTIMA.
           IF NUM-COPIA GREATER ZERO
               MOVE EL-ULT-DATA(NUM-COPIA) TO WRK-RBL-ULTIMA
           END-IF.
           IF WRK-RBL-ULTIMA EQUAL ZEROES
               MOVE DATA-AQUIS-COP TO WRK-RBL-ULTIMA
           END-IF.
           IF WRK-RBL-ULTIMA EQUAL ZEROES
               MOVE DATA-COND-COP TO WRK-RBL-ULTIMA
           END-IF.
           IF WRK-RBL-ULTIMA EQUAL ZEROES
               MOVE 9999 TO WRK-RBL-DIAS
           ELSE
               IF FUNCTION INTEGER-OF-DATE(WRK-RBL-ULTIMA) + 9999
                  LESS WRK-TODAY-INT
                   MOVE 9999 TO WRK-RBL-DIAS
               ELSE
                   COMPUTE WRK-RBL-DIAS = WRK-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(WRK-RBL-ULTIMA)
               END-IF
           END-IF.
      *
           IF WRK-RBL-DIAS NOT LESS WRK-DIAS-OCIO
              AND WRK-OCI-COUNT LESS 50
               ADD 1 TO WRK-OCI-COUNT
               MOVE NUM-COPIA    TO EL-OCI-COPIA(WRK-OCI-COUNT)
               MOVE IDX          TO EL-OCI-FIL(WRK-OCI-COUNT)
               MOVE WRK-RBL-DIAS TO EL-OCI-DIAS(WRK-OCI-COUNT)
               MOVE 'N'          TO EL-OCI-USADA(WRK-OCI-COUNT)
           END-IF.
       0355-SCORE-SHELF-COPY-END. EXIT.

      *    THE LONGEST-IDLE UNUSED COPY SITTING AT ANOTHER BRANCH
      *    THAT STILL HAS ONE TO SPARE FOR BRANCH IDY (ZERO IN
      *    WRK-RBL-MELHOR WHEN THERE IS NONE).
       0360-PICK-IDLE-COPY.
           MOVE ZERO TO WRK-RBL-MELHOR.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-OCI-COUNT
               MOVE EL-OCI-FIL(IDX) TO WRK-RBL-DOADOR
               IF EL-OCI-USADA(IDX) EQUAL 'N'
                  AND WRK-RBL-DOADOR NOT EQUAL IDY
                  AND EL-RBL-SOBRA(WRK-RBL-DOADOR) GREATER ZERO
                   IF WRK-RBL-MELHOR EQUAL ZERO
                       MOVE IDX TO WRK-RBL-MELHOR
                   ELSE
                       IF EL-OCI-DIAS(IDX)
                          GREATER EL-OCI-DIAS(WRK-RBL-MELHOR)
                           MOVE IDX TO WRK-RBL-MELHOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       0360-PICK-IDLE-COPY-END. EXIT.

      *    THE PROPOSAL ITSELF - A TRANSFER ROW THAT HAS NOT MOVED
      *    ANYTHING YET, CARRYING THE QUEUE AND THE IDLE DAYS THAT
      *    JUSTIFY IT FOR THE SUPERVISOR.
       0370-WRITE-PROPOSAL.
           MOVE EL-OCI-FIL(WRK-RBL-MELHOR) TO WRK-RBL-DOADOR.
      *
           INITIALIZE REG-TRF.
           MOVE WRK-TRF-NEXT    TO NUM-TRF.
           MOVE WRK-RBL-CODIGO  TO CODIGO-TRF.
           MOVE EL-OCI-COPIA(WRK-RBL-MELHOR) TO NUM-COPIA-TRF.
           MOVE EL-RBL-FIL(WRK-RBL-DOADOR)   TO FIL-DE.
           MOVE EL-RBL-FIL(IDY)              TO FIL-PARA.
           MOVE WRK-TODAY-NUM   TO DATA-TRF.
           SET TRF-PROPOSTO TO TRUE.
           MOVE EL-RBL-FILA(IDY)             TO FILA-TRF.
           MOVE EL-OCI-DIAS(WRK-RBL-MELHOR)  TO DIAS-OCIO-TRF.
      *
           WRITE REG-TRF
               INVALID KEY
                   MOVE 'S' TO EL-OCI-USADA(WRK-RBL-MELHOR)
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO WRK-TRF-NEXT.
           ADD 1 TO WRK-PROPOSTAS.
           MOVE 'S' TO EL-OCI-USADA(WRK-RBL-MELHOR).
           SUBTRACT 1 FROM EL-RBL-SOBRA(WRK-RBL-DOADOR).
      *
           MOVE NUM-TRF       TO WRK-NUM-TRF-EDIT.
           MOVE FILA-TRF      TO WRK-FILA-EDIT.
           MOVE DIAS-OCIO-TRF TO WRK-DIAS-EDIT.
           MOVE SPACES TO REG-RBL.
           STRING WRK-NUM-TRF-EDIT '  ' CODIGO-TRF ' ' TITULO(1:25)
                  '  ' NUM-COPIA-TRF '   ' FIL-DE '    ' FIL-PARA
                  '  ' WRK-FILA-EDIT '    ' WRK-DIAS-EDIT
               DELIMITED BY SIZE INTO REG-RBL.
           WRITE REG-RBL.
       0370-WRITE-PROPOSAL-END. EXIT.

       0500-CLOSE-DATA.
           MOVE ALL '-' TO REG-RBL.
           WRITE REG-RBL.
           MOVE WRK-PROPOSTAS TO WRK-CNT-EDIT.
           MOVE WRK-RETIRADAS TO WRK-CNT-EDIT2.
           MOVE SPACES TO REG-RBL.
           STRING 'PROPOSED: ' WRK-CNT-EDIT
                  '   UNDECIDED FROM BEFORE, WITHDRAWN: ' WRK-CNT-EDIT2
               DELIMITED BY SIZE INTO REG-RBL.
           WRITE REG-RBL.
      *
           CLOSE RESERVAS COPIAS EMPRESTIMOS MOVIES TRANSF RELATO-RBL.
      *
           INITIALIZE WRK-MSG.
           STRING '54REBALANCING DONE - TRANSFERS PROPOSED: '
                      DELIMITED BY SIZE
                  WRK-CNT-EDIT DELIMITED BY SIZE
                  INTO WRK-MSG.
           PERFORM 0900-SHOW-MSG.
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

       END PROGRAM RBVIDPRG.
