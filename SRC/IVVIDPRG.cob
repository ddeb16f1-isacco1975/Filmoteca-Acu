              FILE STATUS  IS FS-RELATO-INV.
      *
           COPY 'CPVIDJRS.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDQBS.cpy'. *> LOSS LEDGER WORKBOOK
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
      *
       FD  JOURNAL.
           COPY 'CPVIDJRN.cpy'. *> RECOVERY JOURNAL RECORD
      *
       FD  QUEBRAS.
           COPY 'CPVIDQBR.cpy'. *> LOSS LEDGER RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDQBW.cpy'. *> LOSS LEDGER WORKBOOK
      *
       77  FS-RELATO-INV             PIC X(02).
       77  WRK-SCAN-CODE             PIC 9(05) VALUE ZERO.
       77  WRK-DISCREP-COUNT         PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-AJUSTE-COUNT          PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-COUNT-EDIT            PIC Z(04)9.
       77  WRK-QBR-FILIAL            PIC X(02) VALUE SPACES.
       77  WRK-SLOT-COUNT            PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  IDX                       PIC S9(04) COMP VALUE ZERO.
       77  W-SLOT-FOUND              PIC X(01) VALUE 'N'.
           IF FS-JOURNAL EQUAL "35"
               OPEN OUTPUT JOURNAL
           END-IF.
      *
           OPEN EXTEND QUEBRAS.
           IF FS-QUEBRAS EQUAL "35"
               OPEN OUTPUT QUEBRAS
           END-IF.
      *
      *    THE BRANCH THE COUNT IS TAKEN AT - THE SAME PER-MACHINE
      *    VARIABLE THE CHECKOUT DESK STAMPS ON ITS LOANS.
           ACCEPT WRK-QBR-FILIAL FROM ENVIRONMENT "VIDEOTECA-FILIAL".
           IF WRK-QBR-FILIAL EQUAL SPACES
               MOVE '01' TO WRK-QBR-FILIAL
           END-IF.
       0100-OPEN-DATA-END. EXIT.

      *    THE COUNT SESSION: ONE FIELD, SCAN OR KEY EACH CODE FOUND
                   ADD 1 TO WRK-AJUSTE-COUNT
                   PERFORM 0325-WRITE-AUDIT-LOG
                   PERFORM 0327-JOURNAL-ADJUST
                   PERFORM 0328-RECORD-SHRINKAGE
           END-REWRITE.
       0320-OFFER-ADJUSTMENT-END. EXIT.

           COPY 'CPVIDJWR.cpy'. *> APPEND JOURNAL IMAGE
       0327-JOURNAL-ADJUST-END. EXIT.

      *    THE POSTED SHRINKAGE GOES ON THE LOSS LEDGER FOR THE LOSS
      *    REPORT (QBVIDPRG) - BY TITLE, AS THE COUNT IS.
       0328-RECORD-SHRINKAGE.
           INITIALIZE REG-QBR.
           MOVE WRK-NOW(1:8)   TO DATA-QBR.
           SET QBR-INVENTARIO  TO TRUE.
           MOVE WRK-QBR-FILIAL TO FILIAL-QBR.
           MOVE CODIGO         TO CODIGO-QBR.
           MOVE WRK-FALTA      TO QTDE-QBR.
           MOVE WRK-OPERATOR   TO OPERADOR-QBR.
           WRITE REG-QBR.
       0328-RECORD-SHRINKAGE-END. EXIT.

       0330-REPORT-UNKNOWN-CODES.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX GREATER WRK-SLOT-COUNT
       0400-PRINT-RESULTS-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE MOVIES RELATO-INV LOG-AUDITORIA JOURNAL QUEBRAS.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND.
