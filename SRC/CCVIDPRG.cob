           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDTXW.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDEPW.cpy'. *> POSTAL BLOCK WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDBMD.cpy'. *> BATCH/HEADLESS MODE
           COPY 'CPVIDMDL.cpy'. *> DOCUMENT TEMPLATE LINKAGE (MXVIDPRG)
      *
       77  FS-COBRANCA              PIC X(02).
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-ITENS-LOC            PIC 9(03) VALUE ZERO.
       77  WRK-CNT-EDIT             PIC ZZ9.
       77  WRK-VAL-EDIT             PIC ZZ.ZZ9,99.
       77  WRK-MOD-IDX              PIC 9(02) VALUE ZERO.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
               OPEN OUTPUT COBRANCA
           END-IF.
      *
      *    THE RUN HEADER IS THE HAND-OFF TEMPLATE'S HEADER.
           PERFORM 0160-LOAD-TEMPLATE.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER LNK-MOD-CAB-QTD
               MOVE EL-MOD-CAB(WRK-MOD-IDX) TO REG-COB
               WRITE REG-COB
           END-PERFORM.
       0100-OPEN-DATA-END. EXIT.

       0150-FETCH-PARAM.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0150-FETCH-PARAM-END. EXIT.

      *    THE COLLECTIONS HAND-OFF TEMPLATE (MXVIDPRG) FOR THIS
      *    BRANCH, FILLED IN FOR THE ACCOUNT IN THE BUFFER - OR FOR
      *    NO ACCOUNT YET WHEN THE RUN HEADER IS BEING WRITTEN.
       0160-LOAD-TEMPLATE.
           INITIALIZE LNK-MODELO.
           MOVE 'M'      TO LNK-MOD-FUNCAO.
           MOVE 'CO'     TO LNK-MOD-TIPO.
           MOVE WRK-DATE TO LNK-MOD-DATA.
           MOVE WRK-TIME TO LNK-MOD-HORA.
           IF WRK-ITENS-LOC GREATER ZERO
               MOVE NOME-LOC      TO LNK-MOD-NOME
               MOVE NUM-LOC       TO LNK-MOD-DOC
               MOVE WRK-SALDO-LOC TO WRK-VAL-EDIT
               MOVE WRK-VAL-EDIT  TO LNK-MOD-VALOR
           END-IF.
           CALL 'MXVIDPRG' USING LNK-MODELO.
       0160-LOAD-TEMPLATE-END. EXIT.

      *    EVERY FINAL NOTICE OLD ENOUGH IS RE-EXAMINED: IF THE
      *    BORROWER STILL CARRIES UNPAID FEES AND IS NOT ALREADY IN
      *    COLLECTIONS, THE ACCOUNT GOES OUT - NO MORE FIVE FINAL
      *
           ADD 1 TO WRK-ESCALADOS.
      *
           PERFORM 0160-LOAD-TEMPLATE.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER LNK-MOD-CORPO-QTD
               IF WRK-MOD-IDX EQUAL LNK-MOD-ITENS-POS
                   PERFORM 0312-ACCOUNT-DETAIL
               ELSE
                   MOVE EL-MOD-CORPO(WRK-MOD-IDX) TO REG-COB
                   WRITE REG-COB
               END-IF
           END-PERFORM.
           IF LNK-MOD-ITENS-POS EQUAL ZERO
               PERFORM 0312-ACCOUNT-DETAIL
           END-IF.
      *
      *    THE FLAG GOES ON - ANY LATER RECOVERY STILL SETTLES THE
      *    ORIGINAL TAXAS.dat ROWS THROUGH TXVIDPRG, WHICH CLEARS
      *    THE FLAG ONCE NOTHING PENDING REMAINS.
           SET EM-COBRANCA TO TRUE.
           REWRITE REG-LOC
               INVALID KEY CONTINUE
           END-REWRITE.
       0310-EXAMINE-ACCOUNT-END. EXIT.

      *    THE ACCOUNT'S OWN LINES - WHO, WHERE, AND EACH UNPAID FEE -
      *    PRINTED WHERE THE HAND-OFF TEMPLATE HOLDS {ITENS}.
       0312-ACCOUNT-DETAIL.
           MOVE SPACES TO REG-COB.
           STRING 'ACCOUNT ' NUM-LOC ' ' NOME-LOC
                  '  PHONE ' FONE-LOC
               DELIMITED BY SIZE INTO REG-COB.
           WRITE REG-COB.
           PERFORM 0315-POSTAL-BLOCK.
           MOVE SPACES TO REG-COB.
           STRING 'ADDRESS ' WRK-END-LIN1
               DELIMITED BY SIZE INTO REG-COB.
           WRITE REG-COB.
           IF WRK-END-LIN2 NOT EQUAL SPACES
               MOVE SPACES TO REG-COB
               STRING '        ' WRK-END-LIN2
                   DELIMITED BY SIZE INTO REG-COB
               WRITE REG-COB
           END-IF.
           IF WRK-END-LIN3 NOT EQUAL SPACES
               MOVE SPACES TO REG-COB
               STRING '        ' WRK-END-LIN3
                   DELIMITED BY SIZE INTO REG-COB
               WRITE REG-COB
           END-IF.
      *
           PERFORM 0330-ITEMIZE-FEES.
       0312-ACCOUNT-DETAIL-END. EXIT.

       0315-POSTAL-BLOCK.
           COPY 'CPVIDEPB.cpy'. *> BORROWER POSTAL BLOCK
       0315-POSTAL-BLOCK-END. EXIT.

       0320-SUM-UNPAID.
           MOVE ZERO TO WRK-ITENS-LOC WRK-SALDO-LOC.
