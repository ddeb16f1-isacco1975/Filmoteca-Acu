           COPY 'CPVIDJRS.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDPXS.cpy'. *> TITLE WORD INDEX DAT WORKBOOK
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
      *
       FD  PALAVRAS.
           COPY 'CPVIDPAL.cpy'. *> TITLE WORD INDEX DATA FILE
      *
       FD  MANUTENCAO.
           COPY 'CPVIDMTR.cpy'. *> MAINTENANCE FLAG RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDSRC.cpy'. *> SEARCH RECORD GENRES
           COPY 'CPVIDSRD.cpy'. *> SEARCH RECORD DISTRIBUTORS
           COPY 'CPVIDTSR.cpy'. *> TITLE SEARCH
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDOLD.cpy'. *> OLD VALUE HOLDING AREA
           COPY 'CPVIDCPL.cpy'. *> COPY REGISTER LINKAGE (CRVIDPRG)
           COPY 'CPVIDRVD.cpy'. *> VALIDATION EDIT DATA ROUTINE
       0200-VALIDATE-DATA-END. EXIT.

      *    THE NIGHTLY CHAIN (BDVIDPRG) RAISES THE MAINTENANCE FLAG
      *    WHILE IT RUNS - A MOVIE CAN STILL BE LOOKED UP, BUT THE
      *    CHANGE IS NOT SAVED.
       0299-CHECK-MAINTENANCE.
           COPY 'CPVIDMTC.cpy'. *> READ MAINTENANCE FLAG
       0299-CHECK-MAINTENANCE-END. EXIT.

       0300-PROCESS-DATA.
           COPY 'CPVIDDTE.cpy'. *> DATE/TIME PROCEDURE
           MOVE "   * * * *   EDIT MOVIE FORM  * * * *"    TO WRK-TITLE.
                   MOVE QTDE-COPIAS TO WRK-OLD-QTDE-COPIAS
                   MOVE CUSTO-AQUISICAO TO WRK-OLD-CUSTO
                   MOVE VALOR-REPOSICAO TO WRK-OLD-VALOR-REPOS
                   MOVE TIPO-MIDIA-FIL TO WRK-OLD-TIPO-MIDIA
                   MOVE REG-FIL TO WRK-JRN-ANTES
                   COMPUTE WRK-COPIAS-EMPRESTADAS =
                       QTDE-COPIAS - QTDE-DISPONIVEL
      *
                           IF WRK-AWAIT EQUAL 'Y' OR EQUAL 'y'
                           INITIALIZE WRK-MSG
      *
      *    THE NIGHTLY CHAIN MAY HAVE STARTED WHILE THE FORM WAS
      *    OPEN - CHECK THE MAINTENANCE FLAG AT THE LAST MOMENT.
                           PERFORM 0299-CHECK-MAINTENANCE
                           IF MANUTENCAO-ATIVA
                               MOVE
               '43IN NIGHTLY MAINTENANCE - NOT SAVED. NEW ENTRY (Y/N)?'
                               TO WRK-MSG
                           ELSE
                               COMPUTE QTDE-DISPONIVEL =
                                   QTDE-COPIAS - WRK-COPIAS-EMPRESTADAS
                               REWRITE REG-FIL
                                   INVALID KEY
                                       MOVE
                                   '42EDIT ERROR! NEW ENTRY (Y/N)?'
                                       TO WRK-MSG
                                   NOT INVALID KEY
                                       MOVE
                    '54RECORD CHANGED SUCCESSFULLY. NEW ENTRY (Y/N)?'
                                       TO WRK-MSG
                                       PERFORM 0330-LOG-AUDIT-CHANGE
                                       PERFORM 0332-JOURNAL-CHANGE
                                       PERFORM 0334-INDEX-TITLE-WORDS
                               END-REWRITE
      *
      *    GNUCOBOL REPORTS A LOCKED RECORD AS FILE STATUS 51, WHICH
      *    FALLS OUTSIDE THE INVALID KEY CONDITION CLASSES (2X/3X/4X),
      *    SO IT IS CHECKED HERE SEPARATELY INSTEAD OF BEING LUMPED
      *    IN WITH THE GENERIC EDIT ERROR MESSAGE ABOVE.
                               IF FS-MOVIES EQUAL 51
                                   MOVE
                        '55RECORD LOCKED BY ANOTHER USER. TRY (Y/N)?'
                                   TO WRK-MSG
                               END-IF
                           END-IF
                       ELSE
                           INITIALIZE WRK-MSG
               MOVE WRK-CUSTO-LOG        TO LOG-VALOR-NOVO
               PERFORM 0335-WRITE-AUDIT-LOG
           END-IF.
      *
           IF TIPO-MIDIA-FIL NOT EQUAL WRK-OLD-TIPO-MIDIA
               MOVE 'TIPOMIDIA'          TO LOG-CAMPO
               MOVE WRK-OLD-TIPO-MIDIA   TO LOG-VALOR-ANTIGO
               MOVE TIPO-MIDIA-FIL       TO LOG-VALOR-NOVO
               PERFORM 0335-WRITE-AUDIT-LOG
           END-IF.
       0330-LOG-AUDIT-CHANGE-END. EXIT.

      *    A RENAMED TITLE RE-INDEXES ON THE SPOT, SO THE KEYWORD
