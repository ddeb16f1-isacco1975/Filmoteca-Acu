       FILE-CONTROL.
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDHES.cpy'. *> LOAN HISTORY WORKBOOK
           COPY 'CPVIDHTS.cpy'. *> FEE LEDGER HISTORY WORKBOOK
           COPY 'CPVIDHXS.cpy'. *> HISTORY YEAR INDEX WORKBOOK
           COPY 'CPVIDTXS.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDRSS.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOAN DATA FILE
      *
       FD  HIST-EMP.
           COPY 'CPVIDHER.cpy'. *> LOAN HISTORY RECORD
      *
       FD  HIST-TAX.
           COPY 'CPVIDHTR.cpy'. *> FEE LEDGER HISTORY RECORD
      *
       FD  HIST-IDX.
           COPY 'CPVIDHXR.cpy'. *> HISTORY YEAR INDEX RECORD
      *
       FD  TAXAS.
           COPY 'CPVIDTAX.cpy'. *> FEE LEDGER DATA FILE
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDHEW.cpy'. *> LOAN HISTORY WORKBOOK
           COPY 'CPVIDHTW.cpy'. *> FEE LEDGER HISTORY WORKBOOK
           COPY 'CPVIDHXW.cpy'. *> HISTORY YEAR INDEX WORKBOOK
           COPY 'CPVIDTXW.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDRSW.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDEPW.cpy'. *> POSTAL BLOCK WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
      *
       77  FS-LOG-AUDITORIA         PIC X(02) VALUE '00'.
       77  WRK-RES-COUNT            PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-AUD-COUNT            PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-ANON-COUNT           PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-CNS-COUNT            PIC 9(04) USAGE COMP-3 VALUE ZERO.
       77  WRK-CNS-TEXTO            PIC X(09) VALUE SPACES.
       77  WRK-LOC-X                PIC 9(05) VALUE ZERO.
       77  WRK-CNT-EDIT             PIC Z(03)9.
       77  WRK-VAL-EDIT             PIC ZZ.ZZ9,99.
       77  WRK-HIST-ALVO            PIC X(01) VALUE SPACE.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           PERFORM 0200-ASK-BORROWER.
           IF WRK-ALVO-LOC NOT EQUAL ZEROES
               PERFORM 0100-OPEN-DATA
               PERFORM 0390-LOAD-HISTORY-YEARS
               PERFORM 0300-REPORT-MASTER
               PERFORM 0310-REPORT-LOANS
               PERFORM 0320-REPORT-FEES
               PERFORM 0330-REPORT-HOLDS
               PERFORM 0340-REPORT-AUDIT
               PERFORM 0350-REPORT-ANONYMIZED
               PERFORM 0360-REPORT-CONSENT
               PERFORM 0500-CLOSE-DATA
           END-IF.
           PERFORM 0700-END-PROGRAM.
           STRING '   PHONE.....: ' FONE-LOC
               DELIMITED BY SIZE INTO REG-ACL.
           WRITE REG-ACL.
           PERFORM 0305-POSTAL-BLOCK.
           MOVE SPACES TO REG-ACL.
           STRING '   ADDRESS...: ' WRK-END-LIN1
               DELIMITED BY SIZE INTO REG-ACL.
           WRITE REG-ACL.
           IF WRK-END-LIN2 NOT EQUAL SPACES
               MOVE SPACES TO REG-ACL
               STRING '               ' WRK-END-LIN2
                   DELIMITED BY SIZE INTO REG-ACL
               WRITE REG-ACL
           END-IF.
           IF WRK-END-LIN3 NOT EQUAL SPACES
               MOVE SPACES TO REG-ACL
               STRING '               ' WRK-END-LIN3
                   DELIMITED BY SIZE INTO REG-ACL
               WRITE REG-ACL
           END-IF.
           IF LOGRADOURO-LOC NOT EQUAL SPACES
              AND ENDERECO-LOC NOT EQUAL SPACES
               MOVE SPACES TO REG-ACL
               STRING '   ONE-LINE..: ' ENDERECO-LOC
                   DELIMITED BY SIZE INTO REG-ACL
               WRITE REG-ACL
           END-IF.
           MOVE SPACES TO REG-ACL.
           STRING '   BORN......: ' DATA-NASC-LOC
                  '   REGISTERED: ' DATA-CADASTRO-LOC
           WRITE REG-ACL.
       0300-REPORT-MASTER-END. EXIT.

       0305-POSTAL-BLOCK.
           COPY 'CPVIDEPB.cpy'. *> BORROWER POSTAL BLOCK
       0305-POSTAL-BLOCK-END. EXIT.

       0310-REPORT-LOANS.
           MOVE SPACES TO REG-ACL.
           WRITE REG-ACL.
           MOVE '2. LOAN HISTORY' TO REG-ACL.
           WRITE REG-ACL.
      *
      *    LOANS MOVED TO THE YEARLY HISTORY FILES (HIVIDPRG) ARE
      *    STILL PERSONAL DATA HELD - THEY COME FIRST, OLDEST YEAR
      *    FIRST.
           MOVE 'E' TO WRK-HIST-ALVO.
           PERFORM VARYING WRK-HIX-IDX FROM 1 BY 1
                   UNTIL WRK-HIX-IDX GREATER WRK-HIX-QTDE
               PERFORM 0395-WALK-HISTORY-YEAR
           END-PERFORM.
      *
           MOVE LOW-VALUES TO NUM-EMP.
           START EMPRESTIMOS KEY IS NOT LESS NUM-EMP
           END-IF.
      *
           PERFORM UNTIL FS-EMPRESTIMOS EQUAL 10
               PERFORM 0312-LOAN-LINE
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-PERFORM.
           END-IF.
       0310-REPORT-LOANS-END. EXIT.

       0312-LOAN-LINE.
           IF NUM-LOC-EMP EQUAL WRK-ALVO-LOC
               ADD 1 TO WRK-EMP-COUNT
               MOVE SPACES TO REG-ACL
               STRING '   LOAN ' NUM-EMP
                      '  MOVIE ' CODIGO-EMP
                      '  OUT ' DATA-EMPRESTIMO
                      '  BACK ' DATA-DEVOLUCAO
                      '  ' EMP-STATUS
                   DELIMITED BY SIZE INTO REG-ACL
               WRITE REG-ACL
           END-IF.
       0312-LOAN-LINE-END. EXIT.

       0320-REPORT-FEES.
           MOVE SPACES TO REG-ACL.
           WRITE REG-ACL.
           MOVE '3. FEE LEDGER' TO REG-ACL.
           WRITE REG-ACL.
      *
           MOVE 'T' TO WRK-HIST-ALVO.
           PERFORM VARYING WRK-HIX-IDX FROM 1 BY 1
                   UNTIL WRK-HIX-IDX GREATER WRK-HIX-QTDE
               PERFORM 0395-WALK-HISTORY-YEAR
           END-PERFORM.
      *
           MOVE WRK-ALVO-LOC TO NUM-LOC-TAX.
           START TAXAS KEY IS EQUAL NUM-LOC-TAX
      *
           PERFORM UNTIL FS-TAXAS EQUAL 10
                     OR NUM-LOC-TAX NOT EQUAL WRK-ALVO-LOC
               PERFORM 0322-FEE-LINE
               READ TAXAS NEXT AT END MOVE 10 TO FS-TAXAS END-READ
           END-PERFORM.
      *
           END-IF.
       0320-REPORT-FEES-END. EXIT.

       0322-FEE-LINE.
           ADD 1 TO WRK-TAX-COUNT.
           MOVE VALOR-TAX TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-ACL.
           STRING '   FEE ON LOAN ' NUM-EMP-TAX
                  '  POSTED ' DATA-TAX
                  '  VALUE ' WRK-VAL-EDIT
                  '  ' TAX-STATUS
               DELIMITED BY SIZE INTO REG-ACL.
           WRITE REG-ACL.
       0322-FEE-LINE-END. EXIT.

       0330-REPORT-HOLDS.
           MOVE SPACES TO REG-ACL.
           WRITE REG-ACL.
           WRITE REG-ACL.
           MOVE '6. ALREADY ANONYMIZED' TO REG-ACL.
           WRITE REG-ACL.
      *
           MOVE 'A' TO WRK-HIST-ALVO.
           PERFORM VARYING WRK-HIX-IDX FROM 1 BY 1
                   UNTIL WRK-HIX-IDX GREATER WRK-HIX-QTDE
               PERFORM 0395-WALK-HISTORY-YEAR
           END-PERFORM.
      *
           MOVE LOW-VALUES TO NUM-EMP.
           START EMPRESTIMOS KEY IS NOT LESS NUM-EMP
           WRITE REG-ACL.
       0350-REPORT-ANONYMIZED-END. EXIT.

       0390-LOAD-HISTORY-YEARS.
           COPY 'CPVIDHXL.cpy'. *> LOAD HISTORY YEAR INDEX
       0390-LOAD-HISTORY-YEARS-END. EXIT.

      *    ONE YEAR OF HISTORY, READ THROUGH THE LIVE FIELD NAMES -
      *    WRK-HIST-ALVO SAYS WHICH SECTION IS ASKING: E LOAN LINES,
      *    T FEE LINES, A THE ANONYMIZED COUNT. A YEAR WHOSE FILE
      *    WILL NOT OPEN IS PASSED OVER.
       0395-WALK-HISTORY-YEAR.
           IF WRK-HIST-ALVO EQUAL 'T'
               MOVE SPACES TO WRK-HTX-FILE
               STRING 'TAXAS-' EL-HIX-ANO(WRK-HIX-IDX) '.dat'
                   DELIMITED BY SIZE INTO WRK-HTX-FILE
               OPEN INPUT HIST-TAX
               IF FS-HIST-TAX NOT EQUAL "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL FS-HIST-TAX NOT EQUAL "00"
                   READ HIST-TAX NEXT AT END MOVE "10" TO FS-HIST-TAX
                       NOT AT END
                           MOVE REG-HTX TO REG-TAX
                           IF NUM-LOC-TAX EQUAL WRK-ALVO-LOC
                               PERFORM 0322-FEE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-TAX
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO WRK-HEM-FILE.
           STRING 'EMPRESTIMOS-' EL-HIX-ANO(WRK-HIX-IDX) '.dat'
               DELIMITED BY SIZE INTO WRK-HEM-FILE.
           OPEN INPUT HIST-EMP.
           IF FS-HIST-EMP NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL FS-HIST-EMP NOT EQUAL "00"
               READ HIST-EMP NEXT AT END MOVE "10" TO FS-HIST-EMP
                   NOT AT END
                       MOVE REG-HEM TO REG-EMP
                       IF WRK-HIST-ALVO EQUAL 'E'
                           PERFORM 0312-LOAN-LINE
                       ELSE
                           IF NOME-LOCATARIO(1:5) EQUAL 'ANON-'
                               ADD 1 TO WRK-ANON-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-EMP.
       0395-WALK-HISTORY-YEAR-END. EXIT.

      *    HOW WE MAY CONTACT THE MEMBER AND THE PROOF OF THEIR
      *    MARKETING CHOICE: WHAT STANDS ON THE RECORD NOW, THEN EVERY
      *    CONSMKT ENTRY LCVIDPRG WROTE - WHEN, BY WHOM, FROM WHAT
      *    TO WHAT.
       0360-REPORT-CONSENT.
           MOVE SPACES TO REG-ACL.
           WRITE REG-ACL.
           MOVE '7. CONTACT CHANNELS AND MARKETING CONSENT' TO REG-ACL.
           WRITE REG-ACL.
      *
           MOVE WRK-ALVO-LOC TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   INITIALIZE REG-LOC
           END-READ.
           MOVE SPACES TO REG-ACL.
           STRING '   E-MAIL....: ' EMAIL-LOC
               DELIMITED BY SIZE INTO REG-ACL.
           WRITE REG-ACL.
           MOVE SPACES TO REG-ACL.
           STRING '   MOBILE....: ' CELULAR-LOC
               DELIMITED BY SIZE INTO REG-ACL.
           WRITE REG-ACL.
           MOVE SPACES TO REG-ACL.
           STRING '   CHANNELS..: OVERDUE ' CANAL-ATRASO-LOC
                  '  FINAL ' CANAL-FINAL-LOC
                  '  HOLD READY ' CANAL-RESERVA-LOC
                  '  ARRIVAL ' CANAL-CHEGADA-LOC
                  '  (C LETTER E E-MAIL S SMS T PHONE)'
               DELIMITED BY SIZE INTO REG-ACL.
           WRITE REG-ACL.
           EVALUATE TRUE
             WHEN MKT-CONSENTIU MOVE 'OPTED IN'  TO WRK-CNS-TEXTO
             WHEN MKT-RECUSOU   MOVE 'OPTED OUT' TO WRK-CNS-TEXTO
             WHEN OTHER         MOVE 'NOT ASKED' TO WRK-CNS-TEXTO
           END-EVALUATE.
           MOVE SPACES TO REG-ACL.
           STRING '   MARKETING.: ' WRK-CNS-TEXTO
                  '  SINCE ' DATA-CONSENT-MKT-LOC
               DELIMITED BY SIZE INTO REG-ACL.
           WRITE REG-ACL.
           MOVE '   CONSENT HISTORY:' TO REG-ACL.
           WRITE REG-ACL.
      *
           OPEN INPUT LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA NOT EQUAL "00"
               MOVE '   NO AUDIT TRAIL ON FILE.' TO REG-ACL
               WRITE REG-ACL
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM UNTIL FS-LOG-AUDITORIA EQUAL "10"
               READ LOG-AUDITORIA
                   AT END MOVE "10" TO FS-LOG-AUDITORIA
                   NOT AT END
                       IF LOG-CODIGO EQUAL WRK-ALVO-LOC
                          AND LOG-OPERACAO EQUAL 'CONSMKT'
                           ADD 1 TO WRK-CNS-COUNT
                           MOVE SPACES TO REG-ACL
                           STRING '   ' LOG-DATA ' ' LOG-HORA
                                  ' BY ' LOG-OPERADOR ' '
                                  LOG-VALOR-ANTIGO(1:18) ' -> '
                                  LOG-VALOR-NOVO(1:18)
                               DELIMITED BY SIZE INTO REG-ACL
                           WRITE REG-ACL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOG-AUDITORIA.
      *
           IF WRK-CNS-COUNT EQUAL ZERO
               MOVE '   NO CONSENT CHANGES RECORDED.' TO REG-ACL
               WRITE REG-ACL
           END-IF.
       0360-REPORT-CONSENT-END. EXIT.

       0500-CLOSE-DATA.
           CLOSE BORROWERS EMPRESTIMOS TAXAS RESERVAS ACESSO-REL.
      *
