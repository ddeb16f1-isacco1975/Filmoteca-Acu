      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : DISTRIBUTOR MAINTENANCE ROUTINE OF VIDEOTECA PROG*
      *               - THE SUPPLIER MASTER (CONTACTS AND TRADING      *
      *               TERMS) AND ITS PRINTED DIRECTORY                 *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSVIDPRG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDDES.cpy'. *> DISTRIBS DAT WORKBOOK
      *
           SELECT FORNECEDORES-REL
              ASSIGN       TO 'FORNECEDORES-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-FORNECEDORES-REL.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       FILE SECTION.
       FD  DISTRIBS.
           COPY 'CPVIDDIS.cpy'. *> DISTRIBUTOR DATA FILE
      *
       FD  FORNECEDORES-REL.
       01 REG-FNR                PIC X(100).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDDEW.cpy'. *> DISTRIBS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-FORNECEDORES-REL      PIC X(02).
       77  WRK-DIS-COUNT            PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-CNT-EDIT             PIC ZZ9.
       77  WRK-DIAS-EDIT            PIC ZZ9.
       77  WRK-DIAS-EDIT2           PIC ZZ9.
       77  WRK-DIAS-EDIT3           PIC ZZ9.
       77  WRK-VAL-EDIT             PIC Z.ZZZ.ZZ9,99.
       77  WRK-CEP-EDIT             PIC 99999B999.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-DISMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-DISMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-DOPTION
             WHEN '1' PERFORM 0310-INCLUDE-DISTRIB
             WHEN '2' PERFORM 0320-ALTER-DISTRIB
             WHEN '3' PERFORM 0330-RETIRE-DISTRIB
             WHEN '4' PERFORM 0340-DIRECTORY
             WHEN '0' MOVE 'N' TO WRK-CONTINUE
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
       0298-IDLE-LOCK-END. EXIT.

       0310-INCLUDE-DISTRIB SECTION.
           INITIALIZE REG-DIS WRK-MSG.
           DISPLAY SCREEN-DISEDT.
                       INVALID KEY
                           MOVE '42EDIT ERROR.' TO WRK-MSG
                       NOT INVALID KEY
                           MOVE '54DISTRIBUTOR UPDATED SUCCESSFULLY.'
                               TO WRK-MSG
                   END-REWRITE
           END-READ.
           ACCEPT SCREEN-WAIT.
       0330-RETIRE-DISTRIB-END. EXIT.

      *    THE SUPPLIER DIRECTORY - EVERY DISTRIBUTOR IN CODE ORDER
      *    WITH WHO TO CALL AND THE TERMS AGREED, SO THE CONTACTS
      *    LIVE ON PAPER AT THE DESK AND NOT IN ONE BUYER'S PHONE.
       0340-DIRECTORY SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZERO TO WRK-DIS-COUNT.
      *
           OPEN OUTPUT FORNECEDORES-REL.
           IF FS-FORNECEDORES-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING FORNECEDORES-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO REG-FNR.
           STRING 'VIDEOTECA - SUPPLIER DIRECTORY   RUN DATE: '
                  WRK-DATE DELIMITED BY SIZE INTO REG-FNR.
           WRITE REG-FNR.
           MOVE ALL '-' TO REG-FNR.
           WRITE REG-FNR.
      *
           MOVE LOW-VALUES TO CODIGO-DIS.
           START DISTRIBS KEY IS NOT LESS CODIGO-DIS
               INVALID KEY MOVE 10 TO FS-DISTRIBS
           END-START.
           IF FS-DISTRIBS NOT EQUAL 10
               READ DISTRIBS NEXT AT END MOVE 10 TO FS-DISTRIBS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-DISTRIBS EQUAL 10
               PERFORM 0345-WRITE-DIRECTORY-ENTRY
               READ DISTRIBS NEXT AT END MOVE 10 TO FS-DISTRIBS
               END-READ
           END-PERFORM.
      *
           MOVE SPACES TO REG-FNR.
           MOVE WRK-DIS-COUNT TO WRK-CNT-EDIT.
           STRING 'DISTRIBUTORS LISTED: ' WRK-CNT-EDIT
               DELIMITED BY SIZE INTO REG-FNR.
           WRITE REG-FNR.
           CLOSE FORNECEDORES-REL.
      *
           INITIALIZE WRK-MSG.
           STRING '57DIRECTORY ON FORNECEDORES-REL.TXT: '
                      DELIMITED BY SIZE
                  WRK-CNT-EDIT DELIMITED BY SIZE
                  INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0340-DIRECTORY-END. EXIT.

       0345-WRITE-DIRECTORY-ENTRY SECTION.
           ADD 1 TO WRK-DIS-COUNT.
      *
           MOVE SPACES TO REG-FNR.
           STRING CODIGO-DIS ' - ' DESC-DIS
               DELIMITED BY SIZE INTO REG-FNR.
           WRITE REG-FNR.
      *
           MOVE SPACES TO REG-FNR.
           STRING '    CONTACT: ' CONTATO-DIS '  PHONE: ' FONE-DIS
               DELIMITED BY SIZE INTO REG-FNR.
           WRITE REG-FNR.
      *
           MOVE SPACES TO REG-FNR.
           STRING '    E-MAIL.: ' EMAIL-DIS
               DELIMITED BY SIZE INTO REG-FNR.
           WRITE REG-FNR.
      *
           MOVE SPACES TO REG-FNR.
           MOVE CEP-DIS TO WRK-CEP-EDIT.
           INSPECT WRK-CEP-EDIT REPLACING ALL ' ' BY '-'.
           STRING '    ADDRESS: ' ENDERECO-DIS ' ' CIDADE-DIS ' '
                  UF-DIS ' ' WRK-CEP-EDIT
               DELIMITED BY SIZE INTO REG-FNR.
           WRITE REG-FNR.
      *
           MOVE SPACES TO REG-FNR.
           MOVE PRAZO-PAG-DIS  TO WRK-DIAS-EDIT.
           MOVE PRAZO-ENT-DIS  TO WRK-DIAS-EDIT2.
           MOVE JANELA-RMA-DIS TO WRK-DIAS-EDIT3.
           MOVE PEDIDO-MIN-DIS TO WRK-VAL-EDIT.
           STRING '    PAYS IN ' WRK-DIAS-EDIT ' DAYS  DELIVERS IN '
                  WRK-DIAS-EDIT2 ' DAYS  MIN ORDER ' WRK-VAL-EDIT
                  '  RETURNS WITHIN ' WRK-DIAS-EDIT3 ' DAYS'
               DELIMITED BY SIZE INTO REG-FNR.
           WRITE REG-FNR.
      *
           MOVE SPACES TO REG-FNR.
           WRITE REG-FNR.
       0345-WRITE-DIRECTORY-ENTRY-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE DISTRIBS.
      *
