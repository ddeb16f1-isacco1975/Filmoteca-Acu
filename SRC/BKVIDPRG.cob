           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
      *
       77  WRK-BACKUP-STAMP          PIC X(12).
       77  WRK-BACKUP-CMD            PIC X(80).
                  '.bak'                        DELIMITED BY SIZE
                  INTO WRK-BACKUP-CMD.
           CALL 'SYSTEM' USING WRK-BACKUP-CMD.
      *
      *    THE LAST LINK OF THE GENERATION JUST CUT BECOMES THE
      *    JOURNAL'S CHAIN ANCHOR, SO THE VERIFICATION RUN EXPECTS
      *    THE FRESH FILE TO PICK UP RIGHT AFTER IT.
           MOVE 'C'   TO LNK-CAD-FUNCAO.
           MOVE 'JRN' TO LNK-CAD-LOG.
           CALL 'HCVIDPRG' USING LNK-CADEIA.
      *
           OPEN OUTPUT JOURNAL.
           IF FS-JOURNAL EQUAL "00"
               CLOSE JOURNAL
           END-IF.
      *
           IF LNK-CAD-STATUS EQUAL '00'
               MOVE LNK-CAD-SEQ  TO LNK-CAD-ANC-SEQ
               MOVE LNK-CAD-HASH TO LNK-CAD-ANC-HASH
               MOVE 'A'          TO LNK-CAD-FUNCAO
               CALL 'HCVIDPRG' USING LNK-CADEIA
           END-IF.
       0327-ROTATE-JOURNAL-END. EXIT.

       0330-STAMP-BACKUP.
