      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : BORROWER (LOCATARIO) MAINTENANCE ROUTINE OF      *
      *               VIDEOTECA PROGRAM - PERSONAL DATA SHOWN MASKED,  *
      *               FULL VIEW ONLY THROUGH AN AUDITED REVEAL         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LCVIDPRG.
           COPY 'CPVIDFMS.cpy'. *> HOUSEHOLDS DAT WORKBOOK
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDTXS.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDPNS.cpy'. *> LOYALTY POINTS DAT WORKBOOK
           COPY 'CPVIDCES.cpy'. *> POSTAL-CODE REFERENCE DAT WORKBOOK
           COPY 'CPVIDMMS.cpy'. *> BORROWER ALERT MEMOS DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
      *
       FD  TAXAS.
           COPY 'CPVIDTAX.cpy'. *> FEE LEDGER DATA FILE
      *
       FD  PONTOS.
           COPY 'CPVIDPNT.cpy'. *> LOYALTY POINTS DATA FILE
      *
       FD  CEPS.
           COPY 'CPVIDCEP.cpy'. *> POSTAL-CODE REFERENCE DATA FILE
      *
       FD ALERTAS.
           COPY 'CPVIDMMO.cpy'. *> BORROWER ALERT MEMO DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  MANUTENCAO.
           COPY 'CPVIDMTR.cpy'. *> MAINTENANCE FLAG RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
           COPY 'CPVIDFMW.cpy'. *> HOUSEHOLDS DAT WORKBOOK
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDTXW.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDPNW.cpy'. *> LOYALTY POINTS DAT WORKBOOK
           COPY 'CPVIDCEW.cpy'. *> POSTAL-CODE REFERENCE DAT WORKBOOK
           COPY 'CPVIDMMW.cpy'. *> BORROWER ALERT MEMOS DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDMKW.cpy'. *> PERSONAL-DATA MASKING WORKBOOK
           COPY 'CPVIDVFL.cpy'. *> VERIFY-CREDENTIALS LINKAGE
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-NEXT-LOC             PIC 9(05) VALUE ZERO.
       77  WRK-FAM-MEMBROS          PIC 9(02) VALUE ZERO.
       77  WRK-SALDO-EDIT           PIC ZZ.ZZ9,99.
       77  WRK-FAM-LOC              PIC 9(05) VALUE ZERO.
      *
      *    CHARGE-ACCOUNT SCRATCH - THE ACCOUNT UNDER REVIEW, THE
      *    PERSON BEING ADDED TO OR TAKEN OFF IT AND THE FIGURES
      *    KEYED FOR IT.
       77  WRK-CTA-LOC              PIC 9(05) VALUE ZERO.
       77  WRK-CTA-USER             PIC 9(05) VALUE ZERO.
       77  WRK-CTA-ACAO             PIC X(01) VALUE SPACE.
       77  WRK-CTA-LIMITE           PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-CTA-PRAZO            PIC 9(03) VALUE ZERO.
       77  WRK-CTA-COUNT            PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-LIMITE-EDIT          PIC Z.ZZZ.ZZ9,99.
      *
      *    CPF SCRATCH - THE DUPLICATE CHECK READS OTHER BORROWERS, SO
      *    THE ONE ON THE SCREEN IS HELD HERE MEANWHILE.
           COPY 'CPVIDCFW.cpy'. *> CPF CHECK-DIGIT WORKBOOK
       77  WRK-CPF-DONO             PIC 9(05) VALUE ZERO.
       77  WRK-CPF-OUTRO            PIC 9(05) VALUE ZERO.
       01  WRK-LOC-SALVO            PIC X(400) VALUE SPACES.
      *
      *    ADDRESS SCRATCH - THE CEP AS IT STOOD BEFORE THE EDIT, SO
      *    THE REFERENCE FILE IS ONLY CONSULTED WHEN IT WAS CHANGED.
       77  WRK-CEP-ANTES            PIC 9(08) VALUE ZERO.
      *
      *    CONTACT SCRATCH - THE MARKETING CONSENT AS IT STOOD BEFORE
      *    THE EDIT, FOR THE OLD SIDE OF THE CONSMKT AUDIT ENTRY.
       77  WRK-CONS-ANTES           PIC X(01) VALUE SPACE.
       77  WRK-CONS-DATA-ANTES      PIC 9(08) VALUE ZERO.
       77  WRK-CONS-TEXTO           PIC X(09) VALUE SPACES.
       77  WRK-CNL-IDX              PIC S9(04) COMP VALUE ZERO.
       77  WRK-ARROBAS              PIC 9(02) VALUE ZERO.
      *
      *    ALERT MEMO SCRATCH - THE BORROWER WHOSE MEMOS ARE ON THE
      *    SCREEN, THE ACTION AND MEMO KEYED, AND THE HIGHEST SEQUENCE
      *    SEEN SO A NEW MEMO TAKES THE NEXT ONE.
       77  WRK-MEM-LOC              PIC 9(05) VALUE ZERO.
       77  WRK-MEM-ACAO             PIC X(01) VALUE SPACE.
       77  WRK-MEM-SEQ              PIC 9(03) VALUE ZERO.
       77  WRK-MEM-ULTIMO           PIC 9(03) VALUE ZERO.
       77  WRK-MEM-TEXTO            PIC X(50) VALUE SPACES.
       77  WRK-MEM-EXPIRA           PIC 9(08) VALUE ZERO.
       77  WRK-MEM-SIT              PIC X(01) VALUE SPACE.
       77  WRK-MEM-COUNT            PIC 9(03) USAGE COMP-3 VALUE ZERO.
      *
      *    MASKED-EDIT SCRATCH - WHAT THE PERSONAL FIELDS HELD BEFORE
      *    THEIR MASKS WENT ON THE SCREEN, AND THE CPF AND BIRTH DATE
      *    AS KEYED OVER THEIR MASKS. A FIELD STILL EQUAL TO ITS MASK
      *    AFTER THE EDIT WAS NOT TOUCHED AND GETS ITS VALUE BACK.
       77  WRK-ANT-FONE             PIC X(12) VALUE SPACES.
       77  WRK-ANT-CELULAR          PIC X(15) VALUE SPACES.
       77  WRK-ANT-EMAIL            PIC X(50) VALUE SPACES.
       77  WRK-ANT-LOGRADOURO       PIC X(40) VALUE SPACES.
       77  WRK-ANT-NUMERO           PIC X(06) VALUE SPACES.
       77  WRK-ANT-COMPL            PIC X(15) VALUE SPACES.
       77  WRK-EDT-CPF              PIC X(11) VALUE SPACES.
       77  WRK-EDT-NASC             PIC X(08) VALUE SPACES.
      *
      *    REVEAL SCRATCH - THE REASON KEYED AND WHO APPROVED IT.
       77  WRK-RVL-MOTIVO           PIC X(30) VALUE SPACES.
       77  WRK-RVL-APROVADOR        PIC X(08) VALUE SPACES.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
               CLOSE TAXAS
               OPEN INPUT TAXAS
           END-IF.
      *
      *    LOYALTY POINTS LEDGER (POSTED BY EMVIDPRG AT THE TILL) -
      *    CONSULT ONLY, FOR THE BALANCE SHOWN ON THE EDIT SCREEN.
           OPEN INPUT PONTOS.
           IF FS-PONTOS EQUAL "35"
               OPEN OUTPUT PONTOS
               CLOSE PONTOS
               OPEN INPUT PONTOS
           END-IF.
      *
      *    POSTAL-CODE REFERENCE (LOADED BY CGVIDPRG) - CONSULT ONLY,
      *    TO FILL STREET, DISTRICT AND CITY AS THE CEP IS KEYED.
           OPEN INPUT CEPS.
           IF FS-CEPS EQUAL "35"
               OPEN OUTPUT CEPS
               CLOSE CEPS
               OPEN INPUT CEPS
           END-IF.
      *
      *    ALERT MEMOS - KEPT HERE (OPTION 9), SHOWN AT THE TILL BY
      *    EMVIDPRG BEFORE A CHECKOUT GOES AHEAD.
           OPEN I-O ALERTAS.
           IF FS-ALERTAS EQUAL "35"
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS
           END-IF.
      *
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
      *
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
      *
      *    THE SIGNED-ON PROFILE - A SUPERVISOR OR AN ADMINISTRATOR
      *    MAY REVEAL A RECORD ON THEIR OWN SAY-SO, ANYONE ELSE NEEDS
      *    ONE TO APPROVE IT AT THE TERMINAL.
           ACCEPT WRK-MSK-PERFIL FROM ENVIRONMENT "VIDEOTECA-PERFIL".
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
           MOVE "  * * *  B O R R O W E R   M A I N T  * * *"
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-LOCMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-LOCMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-LOPTION EQUAL '1' OR '2' OR '3' OR '5' OR '7' OR '8'
                             OR 'A' OR 'a'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE '*' TO WRK-LOPTION
               END-IF
           END-IF.
      *
           EVALUATE WRK-LOPTION
             WHEN '1' PERFORM 0310-INCLUDE-BORROWER
             WHEN '4' PERFORM 0340-PHONETIC-SEARCH
             WHEN '5' PERFORM 0350-MAINTAIN-HOUSEHOLD
             WHEN '6' PERFORM 0360-HOUSEHOLD-STATEMENT
             WHEN '7' PERFORM 0370-MAINTAIN-ACCOUNT
             WHEN '8' PERFORM 0380-AUTHORISED-USERS
             WHEN '9' PERFORM 0385-BORROWER-ALERTS
             WHEN 'A' WHEN 'a' PERFORM 0395-IMPORT-BORROWERS
             WHEN 'B' WHEN 'b' PERFORM 0392-REVEAL-BORROWER
             WHEN '*' CONTINUE
             WHEN '0' MOVE 'N' TO WRK-CONTINUE
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG). THE AUDIT TRAIL
      *    IS LET GO WHILE THE LOCK AND THE RESUME ARE WRITTEN TO
      *    IT, AND WHOEVER UNLOCKED STAMPS EVERYTHING AFTER.
       0298-IDLE-LOCK SECTION.
           CLOSE LOG-AUDITORIA.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
           MOVE LNK-BLQ-ID     TO WRK-OPERATOR.
           MOVE LNK-BLQ-PERFIL TO WRK-MSK-PERFIL.
       0298-IDLE-LOCK-END. EXIT.

      *    SAME HIGH-KEY START/READ NEXT IDIOM EMVIDPRG USES FOR LOAN
      *    NUMBERS - THE NEW BORROWER ALWAYS GETS THE HIGHEST ID ON
      *    FILE PLUS ONE, SO THE DESK NEVER HAS TO INVENT ONE.
           DISPLAY SCREEN-LOCEDT-KEY.
           DISPLAY SCREEN-LOCEDT-CAD.
           ACCEPT  SCREEN-LOCEDT-DDS.
           MOVE ZEROES TO WRK-CEP-ANTES.
           PERFORM 0317-KEY-ADDRESS.
           MOVE SPACE  TO WRK-CONS-ANTES.
           MOVE ZEROES TO WRK-CONS-DATA-ANTES.
           PERFORM 0313-KEY-CONTACT.
      *
           PERFORM 0315-VALIDATE-PLAN.
           IF WRK-MSG-TEXT EQUAL SPACES
               PERFORM 0316-VALIDATE-FAMILY
           END-IF.
           IF WRK-MSG-TEXT EQUAL SPACES
               PERFORM 0318-VALIDATE-CPF
           END-IF.
           IF WRK-MSG-TEXT EQUAL SPACES
               PERFORM 0314-VALIDATE-CONTACT
           END-IF.
           IF NOME-LOC EQUAL SPACES
               MOVE '20BORROWER NAME IS BLANK.' TO WRK-MSG
           END-IF.
                   NOT INVALID KEY
                       MOVE '57BORROWER SUCCESSFULLY RECORDED.'
                           TO WRK-MSG
                       PERFORM 0312-LOG-CONSENT
               END-WRITE
           END-IF.
      *
                   MOVE '48BORROWER ID NOT FOUND.' TO WRK-MSG
               NOT INVALID KEY
                   DISPLAY SCREEN-LOCEDT-CAD
                   PERFORM 0325-SHOW-POINTS
                   MOVE CEP-LOC TO WRK-CEP-ANTES
                   MOVE CONSENT-MKT-LOC      TO WRK-CONS-ANTES
                   MOVE DATA-CONSENT-MKT-LOC TO WRK-CONS-DATA-ANTES
                   PERFORM 0321-MASK-FOR-EDIT
                   ACCEPT  SCREEN-LOCEDT-DDM
                   PERFORM 0317-KEY-ADDRESS
                   PERFORM 0313-KEY-CONTACT
                   PERFORM 0322-UNMASK-AFTER-EDIT
                   PERFORM 0315-VALIDATE-PLAN
                   IF WRK-MSG-TEXT EQUAL SPACES
                       PERFORM 0316-VALIDATE-FAMILY
                   END-IF
                   IF WRK-MSG-TEXT EQUAL SPACES
                       PERFORM 0318-VALIDATE-CPF
                   END-IF
                   IF WRK-MSG-TEXT EQUAL SPACES
                       PERFORM 0314-VALIDATE-CONTACT
                   END-IF
                   IF WRK-MSG-TEXT EQUAL SPACES
                       REWRITE REG-LOC
                           INVALID KEY
                           NOT INVALID KEY
                               MOVE '54BORROWER CHANGED SUCCESSFULLY.'
                                   TO WRK-MSG
                               PERFORM 0312-LOG-CONSENT
                       END-REWRITE
                   END-IF
           END-READ.
           ACCEPT SCREEN-WAIT.
       0320-ALTER-BORROWER-END. EXIT.

      *    THE EDIT PAGES SHOW THE PERSONAL FIELDS MASKED, WHOEVER IS
      *    SIGNED ON - THE FULL VALUES ARE ONLY EVER SEEN THROUGH THE
      *    REVEAL OPTION, WHICH IS AUDITED. THE TEXT FIELDS TAKE THEIR
      *    MASKS IN PLACE AND CAN BE KEYED OVER AS USUAL; THE CPF AND
      *    BIRTH DATE ARE KEYED OVER A TEXT COPY OF THEIR MASKS.
       0321-MASK-FOR-EDIT SECTION.
           PERFORM 0391-MASK-BORROWER.
      *
           MOVE FONE-LOC       TO WRK-ANT-FONE.
           MOVE CELULAR-LOC    TO WRK-ANT-CELULAR.
           MOVE EMAIL-LOC      TO WRK-ANT-EMAIL.
           MOVE LOGRADOURO-LOC TO WRK-ANT-LOGRADOURO.
           MOVE NUMERO-END-LOC TO WRK-ANT-NUMERO.
           MOVE COMPL-END-LOC  TO WRK-ANT-COMPL.
      *
           MOVE WRK-MSK-FONE       TO FONE-LOC.
           MOVE WRK-MSK-CELULAR    TO CELULAR-LOC.
           MOVE WRK-MSK-EMAIL      TO EMAIL-LOC.
           MOVE WRK-MSK-LOGRADOURO TO LOGRADOURO-LOC.
           MOVE WRK-MSK-NUMERO     TO NUMERO-END-LOC.
           MOVE WRK-MSK-COMPL      TO COMPL-END-LOC.
           MOVE WRK-MSK-CPF        TO WRK-EDT-CPF.
           MOVE WRK-MSK-NASC       TO WRK-EDT-NASC.
       0321-MASK-FOR-EDIT-END. EXIT.

      *    A FIELD STILL SHOWING ITS MASK WAS NOT TOUCHED AND GETS ITS
      *    STORED VALUE BACK; ANYTHING ELSE IS WHAT THE DESK KEYED.
      *    THE ONE-LINE ENDERECO-LOC IS REBUILT ONCE THE STREET AND
      *    NUMBER ARE REAL AGAIN (0317 BUILT IT FROM THE MASKS).
       0322-UNMASK-AFTER-EDIT SECTION.
           IF FONE-LOC EQUAL WRK-MSK-FONE
               MOVE WRK-ANT-FONE TO FONE-LOC
           END-IF.
           IF CELULAR-LOC EQUAL WRK-MSK-CELULAR
               MOVE WRK-ANT-CELULAR TO CELULAR-LOC
           END-IF.
           IF EMAIL-LOC EQUAL WRK-MSK-EMAIL
               MOVE WRK-ANT-EMAIL TO EMAIL-LOC
           END-IF.
           IF LOGRADOURO-LOC EQUAL WRK-MSK-LOGRADOURO
               MOVE WRK-ANT-LOGRADOURO TO LOGRADOURO-LOC
           END-IF.
           IF NUMERO-END-LOC EQUAL WRK-MSK-NUMERO
               MOVE WRK-ANT-NUMERO TO NUMERO-END-LOC
           END-IF.
           IF COMPL-END-LOC EQUAL WRK-MSK-COMPL
               MOVE WRK-ANT-COMPL TO COMPL-END-LOC
           END-IF.
      *
           IF LOGRADOURO-LOC NOT EQUAL SPACES
               MOVE SPACES TO ENDERECO-LOC
               STRING LOGRADOURO-LOC DELIMITED BY '  '
                      ', '           DELIMITED BY SIZE
                      NUMERO-END-LOC DELIMITED BY SPACE
                   INTO ENDERECO-LOC
           END-IF.
      *
           IF WRK-EDT-CPF NOT EQUAL WRK-MSK-CPF
               IF WRK-EDT-CPF IS NUMERIC
                   MOVE WRK-EDT-CPF TO CPF-LOC
               ELSE
                   MOVE '20CPF MUST BE ELEVEN DIGITS.' TO WRK-MSG
               END-IF
           END-IF.
           IF WRK-EDT-NASC NOT EQUAL WRK-MSK-NASC
               IF WRK-EDT-NASC IS NUMERIC
                   MOVE WRK-EDT-NASC TO DATA-NASC-LOC
               ELSE
                   MOVE '20BIRTH DATE MUST BE KEYED AS AAAAMMDD.'
                       TO WRK-MSG
               END-IF
           END-IF.
       0322-UNMASK-AFTER-EDIT-END. EXIT.

      *    THE BORROWER'S LIVE LOYALTY POINTS, SHOWN BESIDE THE ID SO
      *    THE DESK CAN ANSWER "HOW MANY POINTS HAVE I GOT?" FROM THE
      *    SAME SCREEN.
       0325-SHOW-POINTS SECTION.
           MOVE NUM-LOC TO NUM-LOC-PNT.
           COPY 'CPVIDPNB.cpy'. *> LOYALTY POINTS BALANCE
           DISPLAY SCREEN-LOCEDT-PNT.
       0325-SHOW-POINTS-END. EXIT.

      *    A NON-BLANK PLAN CODE MUST BE A LIVE PLAN ON THE MASTER,
      *    AND THE REGISTERED PLAN NAME IS ECHOED SO THE OPERATOR
      *    SEES WHAT WAS SOLD. THE PLAN READ TOUCHES ONLY REG-PLA,
           END-READ.
       0316-VALIDATE-FAMILY-END. EXIT.

      *    A CPF IS OPTIONAL (ZERO, AS ON A CHARGE ACCOUNT) BUT ONE
      *    THAT IS KEYED MUST CARRY ITS OWN CHECK DIGITS AND MAY NOT
      *    ALREADY BELONG TO ANOTHER ACTIVE BORROWER - THE SAME PERSON
      *    OPENING A SECOND ACCOUNT WHILE THE FIRST IS BLOCKED IS WHAT
      *    THIS STOPS. THE WALK DOWN THE CPF-LOC DUPLICATE GROUP READS
      *    OTHER BORROWERS INTO REG-LOC, SO THE ONE ON THE SCREEN IS
      *    HELD ASIDE AND PUT BACK FOR THE WRITE.
      *    SECOND PAGE OF THE EDIT - THE ADDRESS. A NEWLY KEYED CEP
      *    IS LOOKED UP IN THE REFERENCE FILE AND ITS STREET, DISTRICT
      *    AND CITY OFFERED FOR CONFIRMATION; THE DESK ONLY ADDS THE
      *    NUMBER AND COMPLEMENT. THE ONE-LINE ENDERECO-LOC IS THEN
      *    REBUILT FROM THE PARTS FOR THE SCREENS THAT STILL SHOW IT.
       0317-KEY-ADDRESS SECTION.
           MOVE SPACES TO WRK-MSG.
           IF CEP-LOC NOT EQUAL ZEROES
              AND (CEP-LOC NOT EQUAL WRK-CEP-ANTES
                   OR LOGRADOURO-LOC EQUAL SPACES)
               MOVE CEP-LOC TO CEP-REF
               READ CEPS
                   INVALID KEY
                       MOVE '48CEP NOT ON FILE - KEY THE ADDRESS.'
                           TO WRK-MSG
                   NOT INVALID KEY
                       IF LOGRADOURO-CEP NOT EQUAL SPACES
                           MOVE LOGRADOURO-CEP TO LOGRADOURO-LOC
                       END-IF
                       IF BAIRRO-CEP NOT EQUAL SPACES
                           MOVE BAIRRO-CEP TO BAIRRO-LOC
                       END-IF
                       IF CIDADE-CEP NOT EQUAL SPACES
                           MOVE CIDADE-CEP TO CIDADE-LOC
                       END-IF
                       IF UF-CEP NOT EQUAL SPACES
                           MOVE UF-CEP TO UF-LOC
                       END-IF
               END-READ
           END-IF.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-LOCEND.
           DISPLAY SCREEN-LOCEND-CEP.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
           END-IF.
           ACCEPT  SCREEN-LOCEND-DDS.
           MOVE SPACES TO WRK-MSG.
      *
           IF LOGRADOURO-LOC NOT EQUAL SPACES
               MOVE SPACES TO ENDERECO-LOC
               STRING LOGRADOURO-LOC DELIMITED BY '  '
                      ', '           DELIMITED BY SIZE
                      NUMERO-END-LOC DELIMITED BY SPACE
                   INTO ENDERECO-LOC
           END-IF.
       0317-KEY-ADDRESS-END. EXIT.

      *    THIRD PAGE OF THE EDIT - E-MAIL, MOBILE, THE CHANNEL FOR
      *    EACH KIND OF NOTICE AND THE MARKETING CONSENT. THE DATE
      *    BESIDE THE CONSENT IS SET BY THE PROGRAM, NEVER KEYED.
       0313-KEY-CONTACT SECTION.
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-LOCCTT.
           DISPLAY SCREEN-LOCCTT-CNS.
           ACCEPT  SCREEN-LOCCTT-DDS.
           INSPECT CANAIS-LOC CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT CONSENT-MKT-LOC CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       0313-KEY-CONTACT-END. EXIT.

      *    A CHANNEL NEEDS THE CONTACT IT USES, AND CONSENT ONCE
      *    GIVEN OR REFUSED CANNOT GO BACK TO "NEVER ASKED" - IT CAN
      *    ONLY BE CHANGED, WHICH STAMPS TODAY'S DATE ON IT.
       0314-VALIDATE-CONTACT SECTION.
           IF EMAIL-LOC NOT EQUAL SPACES
               MOVE ZERO TO WRK-ARROBAS
               INSPECT EMAIL-LOC TALLYING WRK-ARROBAS FOR ALL '@'
               IF WRK-ARROBAS NOT EQUAL 1
                   MOVE '20E-MAIL ADDRESS IS NOT VALID.' TO WRK-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *
           PERFORM VARYING WRK-CNL-IDX FROM 1 BY 1
                   UNTIL WRK-CNL-IDX GREATER 4
                      OR WRK-MSG-TEXT NOT EQUAL SPACES
               EVALUATE CANAL-LOC(WRK-CNL-IDX)
                 WHEN SPACE
                 WHEN 'C'
                 WHEN 'T'
                   CONTINUE
                 WHEN 'E'
                   IF EMAIL-LOC EQUAL SPACES
                       MOVE '20E-MAIL CHANNEL CHOSEN BUT NO E-MAIL.'
                           TO WRK-MSG
                   END-IF
                 WHEN 'S'
                   IF CELULAR-LOC EQUAL SPACES
                       MOVE '20SMS CHANNEL CHOSEN BUT NO MOBILE NUMBER.'
                           TO WRK-MSG
                   END-IF
                 WHEN OTHER
                   MOVE '20CHANNEL MUST BE C, E, S, T OR BLANK.'
                       TO WRK-MSG
               END-EVALUATE
           END-PERFORM.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           IF CONSENT-MKT-LOC NOT EQUAL 'S' AND NOT EQUAL 'N'
              AND NOT EQUAL SPACE
               MOVE '20MARKETING CONSENT MUST BE S OR N.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
           IF CONSENT-MKT-LOC EQUAL SPACE
              AND WRK-CONS-ANTES NOT EQUAL SPACE
               MOVE '20CONSENT ON RECORD CAN ONLY BE CHANGED TO S OR N.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
           IF CONSENT-MKT-LOC NOT EQUAL WRK-CONS-ANTES
               MOVE WRK-NOW(1:8) TO DATA-CONSENT-MKT-LOC
           END-IF.
       0314-VALIDATE-CONTACT-END. EXIT.

      *    THE PROOF OF CONSENT: ONE AUDIT ENTRY EACH TIME IT IS
      *    GIVEN OR WITHDRAWN, WITH WHO TOOK IT AND WHEN. SAVIDPRG
      *    READS THESE BACK FOR THE SUBJECT-ACCESS DOCUMENT.
       0312-LOG-CONSENT SECTION.
           IF CONSENT-MKT-LOC EQUAL WRK-CONS-ANTES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'CONSMKT'  TO LOG-OPERACAO.
           MOVE NUM-LOC    TO LOG-CODIGO.
           MOVE 'MARKETING' TO LOG-CAMPO.
           MOVE WRK-CONS-ANTES TO WRK-CONS-TEXTO.
           PERFORM 0311-CONSENT-TEXT.
           MOVE SPACES TO LOG-VALOR-ANTIGO.
           STRING WRK-CONS-TEXTO ' ' WRK-CONS-DATA-ANTES
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           MOVE CONSENT-MKT-LOC TO WRK-CONS-TEXTO.
           PERFORM 0311-CONSENT-TEXT.
           MOVE SPACES TO LOG-VALOR-NOVO.
           STRING WRK-CONS-TEXTO ' ' DATA-CONSENT-MKT-LOC
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0390-WRITE-AUDIT-LOG.
       0312-LOG-CONSENT-END. EXIT.

       0311-CONSENT-TEXT SECTION.
           EVALUATE WRK-CONS-TEXTO(1:1)
             WHEN 'S' MOVE 'OPTED IN'  TO WRK-CONS-TEXTO
             WHEN 'N' MOVE 'OPTED OUT' TO WRK-CONS-TEXTO
             WHEN OTHER MOVE 'NOT ASKED' TO WRK-CONS-TEXTO
           END-EVALUATE.
       0311-CONSENT-TEXT-END. EXIT.

       0390-WRITE-AUDIT-LOG SECTION.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0390-WRITE-AUDIT-LOG-END. EXIT.

       0391-MASK-BORROWER SECTION.
           COPY 'CPVIDMKB.cpy'. *> MASK BORROWER PERSONAL DATA
       0391-MASK-BORROWER-END. EXIT.

      *    THE FULL RECORD, READ-ONLY, FOR WHEN THE DESK REALLY NEEDS
      *    IT - A SUPERVISOR OR AN ADMINISTRATOR ON THEIR OWN SAY-SO,
      *    AN OPERATOR ONLY WITH ONE OF THEM APPROVING AT THE
      *    TERMINAL (VFVIDPRG). EVERY REVEAL IS AUDITED BEFORE
      *    ANYTHING IS SHOWN: WHOSE RECORD, WHO APPROVED AND WHY -
      *    THE OPERATOR WHO LOOKED IS STAMPED ON THE LINE ANYWAY.
       0392-REVEAL-BORROWER SECTION.
           INITIALIZE REG-LOC WRK-MSG.
           MOVE SPACES TO WRK-RVL-MOTIVO WRK-RVL-APROVADOR.
           DISPLAY SCREEN-LOCRVL.
           ACCEPT  SCREEN-LOCRVL-DDS.
      *
           READ BORROWERS
               INVALID KEY
                   MOVE '48BORROWER ID NOT FOUND.' TO WRK-MSG
           END-READ.
           IF WRK-MSG-TEXT EQUAL SPACES
              AND WRK-RVL-MOTIVO EQUAL SPACES
               MOVE '20A REASON IS NEEDED TO REVEAL PERSONAL DATA.'
                   TO WRK-MSG
           END-IF.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           IF MSK-VE-TUDO
               MOVE WRK-OPERATOR TO WRK-RVL-APROVADOR
           ELSE
               MOVE 'S' TO LNK-VRF-PERFIL-MIN
               CALL 'VFVIDPRG' USING LNK-VERIFY
               IF VRF-APROVADO
                   MOVE LNK-VRF-ID TO WRK-RVL-APROVADOR
               ELSE
                   MOVE '43NEEDS A SUPERVISOR TO REVEAL PERSONAL DATA.'
                       TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *
           MOVE 'REVELAR'  TO LOG-OPERACAO.
           MOVE NUM-LOC    TO LOG-CODIGO.
           MOVE 'DADOS PESS' TO LOG-CAMPO.
           MOVE SPACES TO LOG-VALOR-ANTIGO.
           STRING 'APPROVED BY ' WRK-RVL-APROVADOR
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           MOVE WRK-RVL-MOTIVO TO LOG-VALOR-NOVO.
           PERFORM 0390-WRITE-AUDIT-LOG.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-LOCEDT.
           DISPLAY SCREEN-LOCEDT-KEY.
           DISPLAY SCREEN-LOCEDT-CAD.
           DISPLAY SCREEN-LOCEDT-DDS.
           MOVE '54FULL RECORD - ENTER FOR THE ADDRESS.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-LOCEND.
           DISPLAY SCREEN-LOCEND-CEP.
           DISPLAY SCREEN-LOCEND-DDS.
           MOVE '54FULL RECORD - ENTER FOR THE CONTACTS.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-LOCCTT.
           DISPLAY SCREEN-LOCCTT-CNS.
           DISPLAY SCREEN-LOCCTT-DDS.
           MOVE '54REVEAL RECORDED IN THE AUDIT LOG.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0392-REVEAL-BORROWER-END. EXIT.

       0318-VALIDATE-CPF SECTION.
           IF CPF-LOC EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE CPF-LOC TO WRK-CPF-IN.
           PERFORM 0319-CPF-CHECK-DIGITS.
           IF NOT CPF-VALIDO
               MOVE '20CPF CHECK DIGITS DO NOT MATCH.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE REG-LOC TO WRK-LOC-SALVO.
           MOVE NUM-LOC TO WRK-CPF-DONO.
           MOVE ZEROES  TO WRK-CPF-OUTRO.
      *
           START BORROWERS KEY IS EQUAL CPF-LOC
               INVALID KEY MOVE 10 TO FS-BORROWERS
           END-START.
           IF FS-BORROWERS NOT EQUAL 10
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-BORROWERS EQUAL 10
                     OR CPF-LOC NOT EQUAL WRK-CPF-IN
                     OR WRK-CPF-OUTRO NOT EQUAL ZEROES
               IF LOC-ATIVO AND NUM-LOC NOT EQUAL WRK-CPF-DONO
                   MOVE NUM-LOC TO WRK-CPF-OUTRO
               END-IF
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-PERFORM.
      *
           MOVE WRK-LOC-SALVO TO REG-LOC.
           IF WRK-CPF-OUTRO NOT EQUAL ZEROES
               INITIALIZE WRK-MSG
               STRING '43CPF ALREADY ON ACTIVE BORROWER '
                      WRK-CPF-OUTRO '.'
                   DELIMITED BY SIZE INTO WRK-MSG
           END-IF.
       0318-VALIDATE-CPF-END. EXIT.

       0319-CPF-CHECK-DIGITS SECTION.
           COPY 'CPVIDCFT.cpy'. *> CPF CHECK-DIGIT TEST
       0319-CPF-CHECK-DIGITS-END. EXIT.

      *    ONE SCREEN SETS OR REPLACES A HOUSEHOLD - CODE, NAME AND
      *    THE SHARED SIMULTANEOUS-LOAN CEILING.
       0350-MAINTAIN-HOUSEHOLD SECTION.
               COLOR 4 HIGHLIGHT.
       0367-SHOW-MEMBER-LINE-END. EXIT.

      *    SCHOOLS, FILM CLUBS AND HOTELS RENT ON ACCOUNT AND ARE
      *    INVOICED AT MONTH END (FCVIDPRG). THE ACCOUNT IS AN
      *    ORDINARY BORROWER ROW TURNED INTO TYPE 'C' HERE, WITH ITS
      *    CREDIT LIMIT AND PAYMENT TERMS - ZERO TERMS FALL BACK ON
      *    PARAMETER FATPRAZO WHEN THE INVOICE IS RAISED.
       0370-MAINTAIN-ACCOUNT SECTION.
           INITIALIZE REG-LOC WRK-MSG.
           MOVE ZERO TO WRK-CTA-LOC WRK-CTA-LIMITE WRK-CTA-PRAZO.
      *
           DISPLAY 'ACCOUNT ID: [     ]  LIMIT: [         ]  TERMS:'
               AT LINE 16 COLUMN 12.
           DISPLAY ' [   ] DAYS' AT LINE 16 COLUMN 59.
           ACCEPT WRK-CTA-LOC AT LINE 16 COLUMN 25.
      *
           IF WRK-CTA-LOC EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-CTA-LOC TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   MOVE '48BORROWER ID NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           DISPLAY NOME-LOC AT LINE 17 COLUMN 25 COLOR 3 HIGHLIGHT.
           MOVE LIMITE-CRED-LOC TO WRK-CTA-LIMITE.
           MOVE PRAZO-LOC       TO WRK-CTA-PRAZO.
           ACCEPT WRK-CTA-LIMITE AT LINE 16 COLUMN 41.
           ACCEPT WRK-CTA-PRAZO  AT LINE 16 COLUMN 61.
      *
           EVALUATE TRUE
             WHEN LOC-INATIVO
               MOVE '43THAT BORROWER IS RETIRED.' TO WRK-MSG
             WHEN CONTA-LOC NOT EQUAL ZERO
               MOVE '43BORROWER RENTS ON ANOTHER ACCOUNT.' TO WRK-MSG
             WHEN WRK-CTA-LIMITE EQUAL ZERO
               MOVE '20CREDIT LIMIT IS ZERO.' TO WRK-MSG
             WHEN OTHER
               SET LOC-CONTA TO TRUE
               MOVE WRK-CTA-LIMITE TO LIMITE-CRED-LOC
               MOVE WRK-CTA-PRAZO  TO PRAZO-LOC
               REWRITE REG-LOC
                   INVALID KEY
                       MOVE '42ERROR RECORDING ACCOUNT.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '54CHARGE ACCOUNT RECORDED.' TO WRK-MSG
               END-REWRITE
           END-EVALUATE.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0370-MAINTAIN-ACCOUNT-END. EXIT.

      *    THE PEOPLE ALLOWED TO RENT ON AN ACCOUNT - A TEACHER, A
      *    CLUB SECRETARY, A HOTEL CONCIERGE - ARE THEIR OWN BORROWER
      *    ROWS POINTING AT IT THROUGH CONTA-LOC. THE SCREEN LISTS
      *    WHO IS ON IT NOW, THEN ADDS OR REMOVES ONE PERSON.
       0380-AUTHORISED-USERS SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZERO TO WRK-CTA-LOC WRK-CTA-USER WRK-CTA-COUNT.
           MOVE SPACE TO WRK-CTA-ACAO.
      *
           DISPLAY 'ACCOUNT ID: [     ]' AT LINE 16 COLUMN 14.
           ACCEPT WRK-CTA-LOC AT LINE 16 COLUMN 27.
      *
           IF WRK-CTA-LOC EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-CTA-LOC TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   MOVE '48BORROWER ID NOT FOUND.' TO WRK-MSG
           END-READ.
           IF WRK-MSG-TEXT EQUAL SPACES AND NOT LOC-CONTA
               MOVE '20THAT BORROWER IS NOT A CHARGE ACCOUNT.'
                   TO WRK-MSG
           END-IF.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY 'ACCOUNT: ' AT LINE 07 COLUMN 14.
           DISPLAY NOME-LOC AT LINE 07 COLUMN 23 COLOR 11 HIGHLIGHT.
           MOVE LIMITE-CRED-LOC TO WRK-LIMITE-EDIT.
           DISPLAY 'LIMIT: ' AT LINE 07 COLUMN 45.
           DISPLAY WRK-LIMITE-EDIT AT LINE 07 COLUMN 52
               COLOR 4 HIGHLIGHT.
           DISPLAY 'ID     AUTHORISED USER       PHONE'
               AT LINE 08 COLUMN 14.
           MOVE 09 TO WRK-LST-LINE.
      *
           MOVE LOW-VALUES TO NUM-LOC.
           START BORROWERS KEY IS NOT LESS NUM-LOC
               INVALID KEY MOVE 10 TO FS-BORROWERS
           END-START.
           IF FS-BORROWERS NOT EQUAL 10
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-BORROWERS EQUAL 10
               IF CONTA-LOC EQUAL WRK-CTA-LOC
                   IF WRK-LST-LINE LESS 20
                       PERFORM 0347-SHOW-MATCH-LINE
                       ADD 1 TO WRK-LST-LINE
                   END-IF
                   ADD 1 TO WRK-CTA-COUNT
               END-IF
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-PERFORM.
      *
           IF WRK-CTA-COUNT EQUAL ZERO
               DISPLAY '(NOBODY AUTHORISED YET)' AT LINE 09 COLUMN 14
                   COLOR 4 HIGHLIGHT
           END-IF.
      *
           DISPLAY 'USER ID: [     ]  A=ADD R=REMOVE: [ ]'
               AT LINE 21 COLUMN 14.
           ACCEPT WRK-CTA-USER AT LINE 21 COLUMN 24.
           ACCEPT WRK-CTA-ACAO AT LINE 21 COLUMN 49.
      *
           IF WRK-CTA-USER EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-CTA-USER TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   MOVE '48BORROWER ID NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           EVALUATE TRUE
             WHEN WRK-CTA-ACAO EQUAL 'A' OR EQUAL 'a'
               EVALUATE TRUE
                 WHEN LOC-INATIVO
                   MOVE '43THAT BORROWER IS RETIRED.' TO WRK-MSG
                 WHEN LOC-CONTA
                   MOVE '43AN ACCOUNT CANNOT RENT ON ANOTHER ONE.'
                       TO WRK-MSG
                 WHEN CONTA-LOC NOT EQUAL ZERO
                  AND CONTA-LOC NOT EQUAL WRK-CTA-LOC
                   MOVE '43BORROWER RENTS ON ANOTHER ACCOUNT.'
                       TO WRK-MSG
                 WHEN OTHER
                   MOVE WRK-CTA-LOC TO CONTA-LOC
               END-EVALUATE
             WHEN WRK-CTA-ACAO EQUAL 'R' OR EQUAL 'r'
               IF CONTA-LOC NOT EQUAL WRK-CTA-LOC
                   MOVE '20BORROWER IS NOT ON THIS ACCOUNT.'
                       TO WRK-MSG
               ELSE
                   MOVE ZERO TO CONTA-LOC
               END-IF
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
           END-EVALUATE.
      *
           IF WRK-MSG-TEXT EQUAL SPACES
               REWRITE REG-LOC
                   INVALID KEY
                       MOVE '42ERROR RECORDING BORROWER.' TO WRK-MSG
                   NOT INVALID KEY
                       MOVE '54AUTHORISED USERS UPDATED.' TO WRK-MSG
               END-REWRITE
           END-IF.
      *
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0380-AUTHORISED-USERS-END. EXIT.

      *    ALERT MEMOS - SHORT NOTES FOR THE DESK ("ID NOT YET SEEN",
      *    "SPEAK TO THE MANAGER FIRST") THAT EMVIDPRG POPS UP AT
      *    CHECKOUT UNTIL THEIR EXPIRY DATE. A MEMO IS NEVER DELETED,
      *    ONLY CANCELLED, SO THE LIST DOUBLES AS ITS OWN HISTORY.
       0385-BORROWER-ALERTS SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZERO TO WRK-MEM-LOC WRK-MEM-SEQ WRK-MEM-ULTIMO
                        WRK-MEM-COUNT WRK-MEM-EXPIRA.
           MOVE SPACE TO WRK-MEM-ACAO.
           MOVE SPACES TO WRK-MEM-TEXTO.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
      *
           DISPLAY 'BORROWER ID: [     ]' AT LINE 16 COLUMN 14.
           ACCEPT WRK-MEM-LOC AT LINE 16 COLUMN 28.
      *
           IF WRK-MEM-LOC EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-MEM-LOC TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   MOVE '48BORROWER ID NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY 'BORROWER: ' AT LINE 07 COLUMN 14.
           DISPLAY NOME-LOC AT LINE 07 COLUMN 24 COLOR 11 HIGHLIGHT.
           DISPLAY 'SEQ EXPIRES  ST MEMO' AT LINE 08 COLUMN 14.
           MOVE 09 TO WRK-LST-LINE.
      *
           MOVE WRK-MEM-LOC TO NUM-LOC-MEM.
           MOVE ZERO        TO SEQ-MEM.
           START ALERTAS KEY IS NOT LESS CHAVE-MEM
               INVALID KEY MOVE 10 TO FS-ALERTAS
           END-START.
           IF FS-ALERTAS NOT EQUAL 10
               READ ALERTAS NEXT AT END MOVE 10 TO FS-ALERTAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-ALERTAS EQUAL 10
                      OR NUM-LOC-MEM NOT EQUAL WRK-MEM-LOC
               MOVE SEQ-MEM TO WRK-MEM-ULTIMO
               IF WRK-LST-LINE LESS 20
                   PERFORM 0386-SHOW-ALERT-LINE
                   ADD 1 TO WRK-LST-LINE
               END-IF
               ADD 1 TO WRK-MEM-COUNT
               READ ALERTAS NEXT AT END MOVE 10 TO FS-ALERTAS
               END-READ
           END-PERFORM.
      *
           IF WRK-MEM-COUNT EQUAL ZERO
               DISPLAY '(NO ALERTS ON THIS BORROWER)'
                   AT LINE 09 COLUMN 14 COLOR 4 HIGHLIGHT
           END-IF.
      *
           DISPLAY 'A=ADD C=CANCEL: [ ]  SEQ: [   ]'
               AT LINE 21 COLUMN 14.
           ACCEPT WRK-MEM-ACAO AT LINE 21 COLUMN 31.
      *
      *    THE ALERT LIST IS A LOOK-UP; ADDING OR CANCELLING IS NOT.
           IF WRK-MEM-ACAO EQUAL 'A' OR 'a' OR 'C' OR 'c'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *
           EVALUATE TRUE
             WHEN WRK-MEM-ACAO EQUAL 'A' OR EQUAL 'a'
               PERFORM 0387-ADD-ALERT
             WHEN WRK-MEM-ACAO EQUAL 'C' OR EQUAL 'c'
               ACCEPT WRK-MEM-SEQ AT LINE 21 COLUMN 41
               PERFORM 0388-CANCEL-ALERT
             WHEN WRK-MEM-ACAO EQUAL SPACE
               EXIT PARAGRAPH
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
           END-EVALUATE.
      *
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
           END-IF.
       0385-BORROWER-ALERTS-END. EXIT.

      *    ST COLUMN: A = STILL SHOWN AT THE TILL, E = PAST ITS EXPIRY
      *    DATE, C = CANCELLED BY THE DESK.
       0386-SHOW-ALERT-LINE SECTION.
           EVALUATE TRUE
             WHEN MEM-CANCELADO
               MOVE 'C' TO WRK-MEM-SIT
             WHEN DATA-EXP-MEM LESS WRK-TODAY-NUM
               MOVE 'E' TO WRK-MEM-SIT
             WHEN OTHER
               MOVE 'A' TO WRK-MEM-SIT
           END-EVALUATE.
      *
           DISPLAY SEQ-MEM      AT LINE WRK-LST-LINE COLUMN 14.
           DISPLAY DATA-EXP-MEM AT LINE WRK-LST-LINE COLUMN 18.
           IF WRK-MEM-SIT EQUAL 'A'
               DISPLAY WRK-MEM-SIT AT LINE WRK-LST-LINE COLUMN 27
                   COLOR 4 HIGHLIGHT
           ELSE
               DISPLAY WRK-MEM-SIT AT LINE WRK-LST-LINE COLUMN 27
           END-IF.
           DISPLAY TEXTO-MEM    AT LINE WRK-LST-LINE COLUMN 30.
       0386-SHOW-ALERT-LINE-END. EXIT.

       0387-ADD-ALERT SECTION.
           IF WRK-MEM-ULTIMO EQUAL 999
               MOVE '43NO MORE ALERTS CAN BE ADDED HERE.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           DISPLAY 'MEMO: [' AT LINE 20 COLUMN 14.
           DISPLAY ']'       AT LINE 20 COLUMN 71.
           DISPLAY 'EXPIRES: [        ]' AT LINE 21 COLUMN 48.
           ACCEPT WRK-MEM-TEXTO  AT LINE 20 COLUMN 21.
           ACCEPT WRK-MEM-EXPIRA AT LINE 21 COLUMN 58.
      *
           EVALUATE TRUE
             WHEN WRK-MEM-TEXTO EQUAL SPACES
               MOVE '20MEMO TEXT IS BLANK.' TO WRK-MSG
             WHEN FUNCTION TEST-DATE-YYYYMMDD(WRK-MEM-EXPIRA)
                  NOT EQUAL ZERO
               MOVE '21INVALID DATE.' TO WRK-MSG
             WHEN WRK-MEM-EXPIRA LESS WRK-TODAY-NUM
               MOVE '21EXPIRY DATE IS ALREADY PAST.' TO WRK-MSG
           END-EVALUATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           INITIALIZE REG-MEM.
           MOVE WRK-MEM-LOC    TO NUM-LOC-MEM.
           ADD 1 WRK-MEM-ULTIMO GIVING SEQ-MEM.
           MOVE WRK-MEM-TEXTO  TO TEXTO-MEM.
           MOVE WRK-TODAY-NUM  TO DATA-MEM.
           MOVE WRK-MEM-EXPIRA TO DATA-EXP-MEM.
           MOVE WRK-OPERATOR   TO OPERADOR-MEM.
           SET MEM-ATIVO       TO TRUE.
      *
           WRITE REG-MEM
               INVALID KEY
                   MOVE '42ERROR RECORDING ALERT.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-WRITE.
      *
           MOVE 'ALERTADD' TO LOG-OPERACAO.
           MOVE SPACES     TO LOG-VALOR-NOVO.
           STRING 'SEQ ' SEQ-MEM ' UNTIL ' DATA-EXP-MEM
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0389-LOG-ALERT.
           MOVE '54ALERT ADDED.' TO WRK-MSG.
       0387-ADD-ALERT-END. EXIT.

       0388-CANCEL-ALERT SECTION.
           MOVE WRK-MEM-LOC TO NUM-LOC-MEM.
           MOVE WRK-MEM-SEQ TO SEQ-MEM.
           READ ALERTAS
               INVALID KEY
                   MOVE '48ALERT NOT FOUND.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
      *
           IF MEM-CANCELADO
               MOVE '43ALERT IS ALREADY CANCELLED.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41CONFIRM CANCELLING THIS ALERT (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27ALERT LEFT ACTIVE.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           SET MEM-CANCELADO TO TRUE.
           REWRITE REG-MEM
               INVALID KEY
                   MOVE '42ERROR RECORDING ALERT.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-REWRITE.
      *
           MOVE 'ALERTCAN' TO LOG-OPERACAO.
           MOVE SPACES     TO LOG-VALOR-NOVO.
           STRING 'SEQ ' SEQ-MEM ' CANCELLED'
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           PERFORM 0389-LOG-ALERT.
           MOVE '54ALERT CANCELLED.' TO WRK-MSG.
       0388-CANCEL-ALERT-END. EXIT.

      *    THE OLD SIDE OF EVERY ALERT ENTRY CARRIES THE MEMO TEXT
      *    ITSELF, SO THE TRAIL READS WITHOUT GOING BACK TO ALERTAS.
       0389-LOG-ALERT SECTION.
           MOVE NUM-LOC-MEM TO LOG-CODIGO.
           MOVE 'ALERTA'    TO LOG-CAMPO.
           MOVE TEXTO-MEM   TO LOG-VALOR-ANTIGO.
           PERFORM 0390-WRITE-AUDIT-LOG.
       0389-LOG-ALERT-END. EXIT.

      *    RETIRING FLAGS THE BORROWER INACTIVE INSTEAD OF DELETING
      *    THE ROW - OLD LOANS IN EMPRESTIMOS.dat STILL POINT AT THIS
      *    ID, THE SAME REASON EXVIDPRG SOFT-DELETES MOVIES.
               INVALID KEY
                   MOVE '48BORROWER ID NOT FOUND.' TO WRK-MSG
               NOT INVALID KEY
                   PERFORM 0391-MASK-BORROWER
                   DISPLAY SCREEN-LOCEDT-MSK
                   MOVE '41CONFIRM RETIRING THIS BORROWER (Y/N)?'
                       TO WRK-MSG
                   DISPLAY SCREEN-CONFIRMATION
       0345-PHONETIC-CODE-END. EXIT.

       0347-SHOW-MATCH-LINE SECTION.
           PERFORM 0391-MASK-BORROWER.
           DISPLAY NUM-LOC AT LINE WRK-LST-LINE COLUMN 14
               COLOR 11 HIGHLIGHT.
           DISPLAY NOME-LOC AT LINE WRK-LST-LINE COLUMN 21
               COLOR 11 HIGHLIGHT.
           DISPLAY WRK-MSK-FONE AT LINE WRK-LST-LINE COLUMN 43
               COLOR 10 HIGHLIGHT.
           IF LOC-INATIVO
               DISPLAY '(RETIRED)' AT LINE WRK-LST-LINE COLUMN 57
           END-IF.
       0347-SHOW-MATCH-LINE-END. EXIT.

      *    A MEMBERSHIP LIST FROM BORROWERS-IMP.csv, LOADED BY
      *    LIVIDPRG. THE BORROWER FILE AND THE AUDIT LOG ARE HANDED
      *    OVER FOR THE RUN AND TAKEN BACK AFTER IT, SO THE IDS THE
      *    IMPORT ASSIGNS AND ITS AUDIT ENTRY FOLLOW ON FROM THIS
      *    SESSION'S OWN.
       0395-IMPORT-BORROWERS SECTION.
           MOVE '41LOAD BORROWERS-IMP.csv INTO BORROWERS (Y/N)?'
               TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27IMPORT CANCELLED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           CLOSE BORROWERS LOG-AUDITORIA.
           CALL 'LIVIDPRG'.
      *
           OPEN I-O BORROWERS.
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
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
       0395-IMPORT-BORROWERS-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE PLANOS FAMILIAS EMPRESTIMOS TAXAS PONTOS CEPS
                 ALERTAS LOG-AUDITORIA.
           CLOSE BORROWERS.
      *
           IF FS-BORROWERS NOT EQUAL "00"
