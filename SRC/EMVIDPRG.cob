           COPY 'CPVIDTXS.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDRSS.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDCLS.cpy'. *> CALENDAR DAT WORKBOOK
           COPY 'CPVIDHOS.cpy'. *> BRANCH HOURS DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDCPS.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
           COPY 'CPVIDSMF.cpy'. *> SERIES MEMBERSHIP WORKBOOK
           COPY 'CPVIDJRS.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDPLS.cpy'. *> MEMBERSHIP PLANS DAT WORKBOOK
           COPY 'CPVIDPGS.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDCXS.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDCAS.cpy'. *> DEPOSITS DAT WORKBOOK
           COPY 'CPVIDAVS.cpy'. *> MEMBER RATINGS DAT WORKBOOK
           COPY 'CPVIDPMS.cpy'. *> PROMOTIONS DAT WORKBOOK
           COPY 'CPVIDFMS.cpy'. *> HOUSEHOLDS DAT WORKBOOK
           COPY 'CPVIDPNS.cpy'. *> LOYALTY POINTS DAT WORKBOOK
           COPY 'CPVIDVLS.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDFSS.cpy'. *> FISCAL RECEIPT REGISTER WORKBOOK
           COPY 'CPVIDATS.cpy'. *> FIXED-ASSET MOVEMENTS WORKBOOK
           COPY 'CPVIDMMS.cpy'. *> BORROWER ALERT MEMOS DAT WORKBOOK
           COPY 'CPVIDMCS.cpy'. *> MEMBER CARD REGISTER DAT WORKBOOK
           COPY 'CPVIDETS.cpy'. *> VOIDED CHECKOUTS DAT WORKBOOK
           COPY 'CPVIDESS.cpy'. *> EDITION SPECS DAT WORKBOOK
           COPY 'CPVIDDVS.cpy'. *> PARTNER DEFAULTER LIST WORKBOOK
      *
      *    DAILY RECEIPT SLIP FILE - NARROW FORMAT FOR THE SLIP
      *    PRINTER, APPENDED TO ALL DAY SO ANY SLIP CAN BE REPRINTED
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-RECIBOS.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
      *
       FD  CALENDARIO.
           COPY 'CPVIDCAL.cpy'. *> CALENDAR DATA FILE
      *
       FD  HORARIOS.
           COPY 'CPVIDHOR.cpy'. *> BRANCH HOURS DATA FILE
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  PLANOS.
           COPY 'CPVIDPLA.cpy'. *> MEMBERSHIP PLAN DATA FILE
      *
       FD  PAGAMENTOS.
           COPY 'CPVIDPAG.cpy'. *> FEE PAYMENT DATA FILE
      *
       FD  FAMILIAS.
           COPY 'CPVIDFAM.cpy'. *> HOUSEHOLD DATA FILE
      *
       FD  PONTOS.
           COPY 'CPVIDPNT.cpy'. *> LOYALTY POINTS DATA FILE
      *
       FD  VALES.
           COPY 'CPVIDVAL.cpy'. *> GIFT VOUCHER DATA FILE
      *
       FD  FISCAL.
           COPY 'CPVIDFSC.cpy'. *> FISCAL RECEIPT REGISTER DATA FILE
      *
       FD  ATIVOS.
           COPY 'CPVIDATV.cpy'. *> FIXED-ASSET MOVEMENTS DATA FILE
      *
       FD  ALERTAS.
           COPY 'CPVIDMMO.cpy'. *> BORROWER ALERT MEMO DATA FILE
      *
       FD  CARTOES.
           COPY 'CPVIDMCR.cpy'. *> MEMBER CARD REGISTER DATA FILE
      *
       FD  ESTORNOS.
           COPY 'CPVIDETR.cpy'. *> VOIDED CHECKOUTS DATA FILE
      *
       FD  EDICOES.
           COPY 'CPVIDESP.cpy'. *> EDITION SPECS DATA FILE
      *
       FD  DEVEDORES.
           COPY 'CPVIDDVR.cpy'. *> PARTNER DEFAULTER LIST DATA FILE
      *
       FD  MANUTENCAO.
           COPY 'CPVIDMTR.cpy'. *> MAINTENANCE FLAG RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDEMM.cpy'. *> LOAN MAINTENANCE MENU/SUPPORT
           COPY 'CPVIDCFW.cpy'. *> CPF CHECK-DIGIT WORKBOOK
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDTXW.cpy'. *> FEE LEDGER DAT WORKBOOK
           COPY 'CPVIDRSW.cpy'. *> RESERVATIONS DAT WORKBOOK
           COPY 'CPVIDCLW.cpy'. *> CALENDAR DAT WORKBOOK
           COPY 'CPVIDHOW.cpy'. *> BRANCH HOURS DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDCPW.cpy'. *> COPY REGISTER DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDSEW.cpy'. *> SERIES DAT WORKBOOK
           COPY 'CPVIDJRW.cpy'. *> RECOVERY JOURNAL WORKBOOK
           COPY 'CPVIDPLW.cpy'. *> MEMBERSHIP PLANS DAT WORKBOOK
           COPY 'CPVIDPGW.cpy'. *> FEE PAYMENTS DAT WORKBOOK
           COPY 'CPVIDCXW.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDCAW.cpy'. *> DEPOSITS DAT WORKBOOK
           COPY 'CPVIDAVW.cpy'. *> MEMBER RATINGS DAT WORKBOOK
           COPY 'CPVIDPMW.cpy'. *> PROMOTIONS DAT WORKBOOK
           COPY 'CPVIDFMW.cpy'. *> HOUSEHOLDS DAT WORKBOOK
           COPY 'CPVIDPNW.cpy'. *> LOYALTY POINTS DAT WORKBOOK
           COPY 'CPVIDVLW.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDFSW.cpy'. *> FISCAL RECEIPT REGISTER WORKBOOK
           COPY 'CPVIDATW.cpy'. *> FIXED-ASSET MOVEMENTS WORKBOOK
           COPY 'CPVIDMMW.cpy'. *> BORROWER ALERT MEMOS DAT WORKBOOK
           COPY 'CPVIDMCW.cpy'. *> MEMBER CARD REGISTER DAT WORKBOOK
           COPY 'CPVIDETW.cpy'. *> VOIDED CHECKOUTS DAT WORKBOOK
           COPY 'CPVIDESW.cpy'. *> EDITION SPECS DAT WORKBOOK
           COPY 'CPVIDDVW.cpy'. *> PARTNER DEFAULTER LIST WORKBOOK
           COPY 'CPVIDVFL.cpy'. *> VERIFY-CREDENTIALS LINKAGE
           COPY 'CPVIDMKW.cpy'. *> PERSONAL-DATA MASKING WORKBOOK
           COPY 'CPVIDIMW.cpy'. *> SERVICE AND SALES TAX WORKBOOK
           COPY 'CPVIDRKL.cpy'. *> PERSONAL RECOMMENDATIONS LINKAGE
           COPY 'CPVIDMDL.cpy'. *> DOCUMENT TEMPLATE LINKAGE (MXVIDPRG)
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
      *    THE BORROWER MASTER IS MAINTAINED IN LCVIDPRG - THE ONLY
      *    FIELD WRITTEN HERE IS THE BALANCE OF A CHARGE ACCOUNT THE
      *    TILL PUTS A RENTAL OR FEE ON, HENCE I-O. A MISSING FILE IS
      *    CREATED EMPTY THE SAME WAY SDVIDPRG HANDLES DISTRIBS, SO A
      *    FRESH INSTALL STILL REACHES THE LOAN MENU.
           OPEN I-O BORROWERS.
      *
           IF FS-BORROWERS EQUAL "35"
               OPEN OUTPUT BORROWERS
               CLOSE BORROWERS
               OPEN I-O BORROWERS
           END-IF.
      *
           IF FS-BORROWERS NOT EQUAL "00"
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
      *    BRANCH OPENING HOURS (MAINTAINED IN BRVIDPRG) - CONSULTED
      *    ONLY, FOR THE TIME OF DAY A LOAN FALLS DUE. AN EMPTY FILE
      *    MEANS EVERY BRANCH TRADES THE HOUSE HOURS.
           OPEN INPUT HORARIOS.
      *
           IF FS-HORARIOS EQUAL "35"
               OPEN OUTPUT HORARIOS
               CLOSE HORARIOS
               OPEN INPUT HORARIOS
           END-IF.
      *
           OPEN I-O COPIAS.
      *
           IF FS-JOURNAL EQUAL "35"
               OPEN OUTPUT JOURNAL
           END-IF.
      *
           OPEN I-O PAGAMENTOS.
           IF FS-PAGAMENTOS EQUAL "35"
               CLOSE FAMILIAS
               OPEN INPUT FAMILIAS
           END-IF.
      *
      *    LOYALTY POINTS LEDGER - I-O BECAUSE EVERY PAID RENTAL
      *    EARNS A LOT AND A REDEMPTION DRAWS THE OLDEST LOTS DOWN.
           OPEN I-O PONTOS.
           IF FS-PONTOS EQUAL "35"
               OPEN OUTPUT PONTOS
               CLOSE PONTOS
               OPEN I-O PONTOS
           END-IF.
      *
      *    GIFT VOUCHERS AND STORE CREDIT (ISSUED IN GVVIDPRG) - I-O
      *    BECAUSE A VOUCHER TAKEN AS TENDER IS DRAWN DOWN HERE.
           OPEN I-O VALES.
           IF FS-VALES EQUAL "35"
               OPEN OUTPUT VALES
               CLOSE VALES
               OPEN I-O VALES
           END-IF.
      *
      *    FISCAL RECEIPT REGISTER - EVERY SLIP PRINTED TAKES THE
      *    NEXT NUMBER OFF IT.
           OPEN I-O FISCAL.
           IF FS-FISCAL EQUAL "35"
               OPEN OUTPUT FISCAL
               CLOSE FISCAL
               OPEN I-O FISCAL
           END-IF.
      *
      *    FIXED-ASSET MOVEMENTS - A COPY DECLARED LOST LEAVES THE
      *    BOOKS AT ITS REMAINING BOOK VALUE.
           OPEN I-O ATIVOS.
           IF FS-ATIVOS EQUAL "35"
               OPEN OUTPUT ATIVOS
               CLOSE ATIVOS
               OPEN I-O ATIVOS
           END-IF.
      *
      *    BORROWER ALERT MEMOS (KEPT BY LCVIDPRG) - CONSULT ONLY, FOR
      *    THE POP-UP WHEN THE BORROWER IS KEYED AT CHECKOUT.
           OPEN INPUT ALERTAS.
           IF FS-ALERTAS EQUAL "35"
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN INPUT ALERTAS
           END-IF.
      *
      *    MEMBER CARD REGISTER (KEPT BY MCVIDPRG) - CONSULT ONLY, TO
      *    TURN A CARD SCANNED IN SCAN MODE INTO ITS BORROWER.
           OPEN INPUT CARTOES.
           IF FS-CARTOES EQUAL "35"
               OPEN OUTPUT CARTOES
               CLOSE CARTOES
               OPEN INPUT CARTOES
           END-IF.
      *
      *    VOIDED CHECKOUTS - A ROW PER CHECKOUT TAKEN BACK BEFORE
      *    THE DRAWER CLOSED, READ BY THE EDVIDPRG DAY SHEET.
           OPEN I-O ESTORNOS.
           IF FS-ESTORNOS EQUAL "35"
               OPEN OUTPUT ESTORNOS
               CLOSE ESTORNOS
               OPEN I-O ESTORNOS
           END-IF.
      *
      *    EDITION SPECS (KEPT BY ESVIDPRG) - CONSULT ONLY, FOR THE
      *    AVAILABILITY INQUIRY.
           OPEN INPUT EDICOES.
           IF FS-EDICOES EQUAL "35"
               OPEN OUTPUT EDICOES
               CLOSE EDICOES
               OPEN INPUT EDICOES
           END-IF.
      *
      *    PARTNER SHOPS' DEFAULTER LISTS (LOADED BY DVVIDPRG) -
      *    CONSULT ONLY, FOR THE WARNING IN 0315-VALIDATE-BORROWER.
           OPEN INPUT DEVEDORES.
           IF FS-DEVEDORES EQUAL "35"
               OPEN OUTPUT DEVEDORES
               CLOSE DEVEDORES
               OPEN INPUT DEVEDORES
           END-IF.
      *
           PERFORM 0109-FIND-SESSION.
       0100-OPEN-DATA-END. EXIT.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               COMPUTE WRK-PRECO-CAT = WRK-PAR-NUM / 100
           END-IF.
      *
           MOVE 'PRECOJOG' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               COMPUTE WRK-PRECO-JOG = WRK-PAR-NUM / 100
           END-IF.
      *
           MOVE 'LOANGAME' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               MOVE WRK-PAR-NUM TO WRK-DIAS-JOG
           END-IF.
      *
           MOVE 'DEPLIMIT' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               COMPUTE WRK-CAU-PADRAO = WRK-PAR-NUM / 100
           END-IF.
      *
           MOVE 'PTSREAL ' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1
               MOVE WRK-PAR-NUM TO WRK-PNT-TAXA
           END-IF.
      *
           MOVE 'PTSVALOR' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1
               COMPUTE WRK-PNT-VALOR = WRK-PAR-NUM / 100
           END-IF.
      *
           MOVE 'PTSMINIM' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               MOVE WRK-PAR-NUM TO WRK-PNT-MINIMO
           END-IF.
      *
           MOVE 'PTSMESES' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1 AND WRK-PAR-NUM GREATER ZERO
               MOVE WRK-PAR-NUM TO WRK-PNT-MESES
           END-IF.
      *
           PERFORM 0108-LOAD-TAX-RATES.
      *
           CLOSE PARAMS.
       0105-LOAD-POLICY-END. EXIT.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0107-FETCH-PARAM-END. EXIT.

       0108-LOAD-TAX-RATES SECTION.
           COPY 'CPVIDIML.cpy'. *> LOAD TAX RATES
       0108-LOAD-TAX-RATES-END. EXIT.

      *    THE POLICY IN FORCE FOR THE BORROWER SITTING IN REG-LOC:
      *    START FROM THE HOUSE KNOBS AND LET A NON-ZERO FIELD ON THE
      *    BORROWER'S MEMBERSHIP PLAN WIN. A BLANK OR UNKNOWN PLAN
           END-READ.
       0312-POLICY-FOR-LOAN-END. EXIT.

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
           MOVE "  * * *  L O A N   M A I N T E N A N C E  * * *"
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-EMPMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-EMPMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-EOPTION EQUAL '1' OR '2' OR '4' OR '5' OR '7' OR '8'
                                OR 'A' OR 'a'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE '*' TO WRK-EOPTION
               END-IF
           END-IF.
      *
           EVALUATE WRK-EOPTION
             WHEN '1' PERFORM 0310-CHECKOUT
             WHEN '7' PERFORM 0341-SERIES-CHECKOUT
             WHEN '8' PERFORM 0357-DROPBOX-MODE
             WHEN '9' PERFORM 0347-AVAILABILITY-INQUIRY
             WHEN 'A' PERFORM 0397-VOID-CHECKOUT
             WHEN 'a' PERFORM 0397-VOID-CHECKOUT
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
           MOVE LNK-BLQ-PERFIL TO WRK-PERFIL-EMP.
       0298-IDLE-LOCK-END. EXIT.

       0305-NEXT-LOAN-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-EMP.
           START EMPRESTIMOS KEY IS NOT GREATER NUM-EMP
                       MOVE '48MOVIE CODE NOT FOUND.' TO WRK-MSG
                   NOT INVALID KEY
                       PERFORM 0308-CHECK-AGE-RATING
                       IF WRK-MSG-TEXT EQUAL SPACES
                           PERFORM 0307-CHECK-STREET-DATE
                       END-IF
                       IF WRK-MSG-TEXT EQUAL SPACES
                          AND QTDE-DISPONIVEL GREATER ZERO
                          AND WRK-EMBARGO NOT EQUAL 'S'
                           PERFORM 0356-ASK-PLATFORM
                       END-IF
                       IF WRK-MSG-TEXT NOT EQUAL SPACES
                           CONTINUE
                       ELSE
                           IF QTDE-DISPONIVEL EQUAL ZERO
                              OR WRK-EMBARGO EQUAL 'S'
                               PERFORM 0316-OFFER-RESERVATION
                           ELSE
                               PERFORM 0375-DEMAND-DEPOSIT
      *    THE REG-LOC RECORD AREA.
       0315-VALIDATE-BORROWER SECTION.
           IF WRK-CHECK-LOC EQUAL ZEROES
               PERFORM 0301-FIND-BY-CPF
               IF WRK-CHECK-LOC EQUAL ZEROES
                   IF WRK-MSG-TEXT EQUAL SPACES
                       MOVE '20BORROWER ID IS REQUIRED.' TO WRK-MSG
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *
           MOVE WRK-CHECK-LOC TO NUM-LOC.
                       MOVE NOME-LOC TO WRK-CHECK-NOME
                       MOVE DATA-NASC-LOC TO WRK-CHECK-NASC
                       MOVE GRUPO-LOC TO WRK-CHECK-GRUPO
                       MOVE CPF-LOC TO WRK-HCF-IN
                       DISPLAY WRK-CHECK-NOME AT LINE 18 COLUMN 40
                           COLOR 3 HIGHLIGHT
                       IF EM-COBRANCA
                           DISPLAY '** ACCOUNT IN COLLECTIONS **'
                               AT LINE 18 COLUMN 02 COLOR 4 HIGHLIGHT
                       END-IF
                       PERFORM 0303-SHOW-ALERTS
                       IF WRK-MSG-TEXT NOT EQUAL SPACES
                           EXIT PARAGRAPH
                       END-IF
                       PERFORM 0311-LOAD-BORROWER-POLICY
                       IF WRK-HCF-IN NOT EQUAL ZEROES
                           PERFORM 0315A-CHECK-PARTNER-LIST
                       END-IF
                   END-IF
           END-READ.
       0315-VALIDATE-BORROWER-END. EXIT.

      *    PEOPLE WHO RUN UP FEES AT ONE SHOP MOVE ON TO THE NEXT -
      *    THE BORROWER'S CPF HASH IS LOOKED UP ON THE PARTNERS'
      *    DEFAULTER LISTS, WHICH CARRY NO NAMES. A MATCH IS SHOWN
      *    AND THE CHECKOUT ONLY GOES ON WITH A SUPERVISOR'S SAY-SO:
      *    A SIGNED-ON SUPERVISOR DECIDES THERE AND THEN, OTHERWISE
      *    ONE HAS TO COME OVER AND KEY THEIR OWN CREDENTIALS. THE
      *    DECISION EITHER WAY, AND WHO MADE IT, GOES ON THE AUDIT
      *    TRAIL.
       0315A-CHECK-PARTNER-LIST SECTION.
           PERFORM 0315B-HASH-CPF.
           MOVE WRK-HCF-OUT TO HASH-CPF-DEV.
           MOVE ZERO   TO WRK-DEV-ACHADOS.
           MOVE SPACES TO WRK-DEV-PRC-1 WRK-DEV-MOT-1.
      *
           START DEVEDORES KEY IS EQUAL HASH-CPF-DEV
               INVALID KEY MOVE 10 TO FS-DEVEDORES
           END-START.
           IF FS-DEVEDORES NOT EQUAL 10
               READ DEVEDORES NEXT AT END MOVE 10 TO FS-DEVEDORES
               END-READ
           END-IF.
           PERFORM UNTIL FS-DEVEDORES EQUAL 10
                      OR HASH-CPF-DEV NOT EQUAL WRK-HCF-OUT
               ADD 1 TO WRK-DEV-ACHADOS
               IF WRK-DEV-PRC-1 EQUAL SPACES OR DEV-COBRANCA
                   MOVE COD-PRC-DEV TO WRK-DEV-PRC-1
                   MOVE MOTIVO-DEV  TO WRK-DEV-MOT-1
               END-IF
               READ DEVEDORES NEXT AT END MOVE 10 TO FS-DEVEDORES
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-DEVEDORES.
      *
           IF WRK-DEV-ACHADOS EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE SPACES TO WRK-STAND-REASON.
           MOVE WRK-DEV-ACHADOS TO WRK-DEV-ACH-EDIT.
           IF WRK-DEV-MOT-1 EQUAL 'C'
               STRING 'ON ' WRK-DEV-ACH-EDIT ' PARTNER LIST(S) - '
                      WRK-DEV-PRC-1 ' COLLECTIONS'
                   DELIMITED BY SIZE INTO WRK-STAND-REASON
           ELSE
               STRING 'ON ' WRK-DEV-ACH-EDIT ' PARTNER LIST(S) - '
                      WRK-DEV-PRC-1 ' BLOCKED'
                   DELIMITED BY SIZE INTO WRK-STAND-REASON
           END-IF.
           DISPLAY 'WARNING: ' AT LINE 19 COLUMN 02
               COLOR 4 HIGHLIGHT.
           DISPLAY WRK-STAND-REASON AT LINE 19 COLUMN 11
               COLOR 4 HIGHLIGHT.
      *
           MOVE SPACES TO WRK-DEV-APROVADOR.
           IF WRK-PERFIL-EMP EQUAL 'S' OR EQUAL 'A'
               MOVE WRK-OPERATOR TO WRK-DEV-APROVADOR
           ELSE
               MOVE 'S' TO LNK-VRF-PERFIL-MIN
               CALL 'VFVIDPRG' USING LNK-VERIFY
               IF VRF-APROVADO
                   MOVE LNK-VRF-ID TO WRK-DEV-APROVADOR
               ELSE
                   MOVE 'REFUSED - NO SUPERVISOR APPROVAL'
                       TO WRK-DEV-DECISAO
                   PERFORM 0315C-AUDIT-PARTNER-DECISION
                   MOVE '43NEEDS SUPERVISOR - PARTNER DEFAULTER.'
                     TO WRK-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *
           MOVE '41SUPERVISOR: LEND TO THIS BORROWER ANYWAY (Y/N)?'
               TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT EQUAL 'Y' OR EQUAL 'y'
               INITIALIZE WRK-MSG
               MOVE SPACES TO WRK-DEV-DECISAO
               STRING 'PROCEED - APPROVED BY ' WRK-DEV-APROVADOR
                   DELIMITED BY SIZE INTO WRK-DEV-DECISAO
           ELSE
               MOVE '43CHECKOUT REFUSED - PARTNER DEFAULTER.'
                   TO WRK-MSG
               MOVE SPACES TO WRK-DEV-DECISAO
               STRING 'REFUSED BY ' WRK-DEV-APROVADOR
                   DELIMITED BY SIZE INTO WRK-DEV-DECISAO
           END-IF.
           PERFORM 0315C-AUDIT-PARTNER-DECISION.
       0315A-CHECK-PARTNER-LIST-END. EXIT.

       0315B-HASH-CPF SECTION.
           COPY 'CPVIDHCF.cpy'. *> ONE-WAY CPF HASH
       0315B-HASH-CPF-END. EXIT.

       0315C-AUDIT-PARTNER-DECISION SECTION.
           MOVE 'PARCDEV'        TO LOG-OPERACAO.
           MOVE WRK-CHECK-LOC    TO LOG-CODIGO.
           MOVE 'DEVEDOR'        TO LOG-CAMPO.
           MOVE WRK-STAND-REASON TO LOG-VALOR-ANTIGO.
           MOVE WRK-DEV-DECISAO  TO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0315C-AUDIT-PARTNER-DECISION-END. EXIT.

      *    ALERT MEMOS KEPT ON THE BORROWER BY LCVIDPRG (OPTION 9) -
      *    EVERY ACTIVE ONE NOT YET PAST ITS EXPIRY DATE IS PUT IN
      *    FRONT OF THE OPERATOR IN TURN AND MUST BE ACKNOWLEDGED
      *    BEFORE THE CHECKOUT GOES ON. REFUSING ONE STOPS THE
      *    CHECKOUT; EACH ACKNOWLEDGEMENT LANDS ON THE AUDIT TRAIL SO
      *    IT IS ON RECORD WHO WAS TOLD, AND WHEN.
       0303-SHOW-ALERTS SECTION.
           MOVE WRK-CHECK-LOC TO NUM-LOC-MEM.
           MOVE ZERO          TO SEQ-MEM.
           START ALERTAS KEY IS NOT LESS CHAVE-MEM
               INVALID KEY MOVE 10 TO FS-ALERTAS
           END-START.
           IF FS-ALERTAS NOT EQUAL 10
               READ ALERTAS NEXT AT END MOVE 10 TO FS-ALERTAS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-ALERTAS EQUAL 10
                      OR NUM-LOC-MEM NOT EQUAL WRK-CHECK-LOC
                      OR WRK-MSG-TEXT NOT EQUAL SPACES
               IF MEM-ATIVO
                  AND DATA-EXP-MEM NOT LESS WRK-TODAY-NUM
                   DISPLAY '** ALERT **' AT LINE 20 COLUMN 02
                       COLOR 4 HIGHLIGHT
                   DISPLAY TEXTO-MEM AT LINE 20 COLUMN 14
                       COLOR 4 HIGHLIGHT
                   MOVE '41ACKNOWLEDGE THIS ALERT (Y/N)?' TO WRK-MSG
                   DISPLAY SCREEN-CONFIRMATION
                   ACCEPT SCREEN-CONFIRMATION-WAIT
                   IF WRK-AWAIT EQUAL 'Y' OR EQUAL 'y'
                       INITIALIZE WRK-MSG
                       PERFORM 0336-AUDIT-ALERT-ACK
                       DISPLAY WRK-ALERT-BRANCO AT LINE 20 COLUMN 02
                   ELSE
                       MOVE
                          '43ALERT NOT ACKNOWLEDGED - CHECKOUT STOPPED.'
                           TO WRK-MSG
                   END-IF
               END-IF
               IF WRK-MSG-TEXT EQUAL SPACES
                   READ ALERTAS NEXT AT END MOVE 10 TO FS-ALERTAS
                   END-READ
               END-IF
           END-PERFORM.
       0303-SHOW-ALERTS-END. EXIT.

       0336-AUDIT-ALERT-ACK SECTION.
           MOVE 'ALERTACK' TO LOG-OPERACAO.
           MOVE NUM-LOC-MEM TO LOG-CODIGO.
           MOVE 'ALERTA'   TO LOG-CAMPO.
           MOVE TEXTO-MEM  TO LOG-VALOR-ANTIGO.
           MOVE SPACES TO LOG-VALOR-NOVO.
           STRING 'SEQ ' SEQ-MEM ' ACKNOWLEDGED'
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0336-AUDIT-ALERT-ACK-END. EXIT.

      *    A MEMBER WHO DOES NOT KNOW THEIR NUMBER IS FOUND BY CPF:
      *    A BLANK BORROWER ID ASKS FOR IT, AND THE ACTIVE BORROWER
      *    HOLDING IT BECOMES WRK-CHECK-LOC. A BLANK CPF TOO LEAVES
      *    THE ID AT ZERO FOR THE CALLER TO REFUSE AS BEFORE.
       0301-FIND-BY-CPF SECTION.
           DISPLAY 'OR BORROWER CPF: [           ]'
               AT LINE 21 COLUMN 02.
           MOVE ZEROES TO WRK-CPF-IN.
           ACCEPT WRK-CPF-IN AT LINE 21 COLUMN 20.
           IF WRK-CPF-IN EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0302-CPF-CHECK-DIGITS.
           IF NOT CPF-VALIDO
               MOVE '20CPF CHECK DIGITS DO NOT MATCH.' TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-CPF-IN TO CPF-LOC.
           START BORROWERS KEY IS EQUAL CPF-LOC
               INVALID KEY MOVE 10 TO FS-BORROWERS
           END-START.
           IF FS-BORROWERS NOT EQUAL 10
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-IF.
      *
           MOVE '48NO BORROWER WITH THAT CPF.' TO WRK-MSG.
           PERFORM UNTIL FS-BORROWERS EQUAL 10
                     OR CPF-LOC NOT EQUAL WRK-CPF-IN
                     OR WRK-CHECK-LOC NOT EQUAL ZEROES
               IF LOC-ATIVO
                   MOVE NUM-LOC TO WRK-CHECK-LOC
                   INITIALIZE WRK-MSG
               ELSE
                   MOVE '43BORROWER IS RETIRED.' TO WRK-MSG
               END-IF
               READ BORROWERS NEXT AT END MOVE 10 TO FS-BORROWERS
               END-READ
           END-PERFORM.
       0301-FIND-BY-CPF-END. EXIT.

       0302-CPF-CHECK-DIGITS SECTION.
           COPY 'CPVIDCFT.cpy'. *> CPF CHECK-DIGIT TEST
       0302-CPF-CHECK-DIGITS-END. EXIT.

      *    A RATED TITLE ONLY GOES OUT TO SOMEONE OLD ENOUGH. THE
      *    BORROWER'S AGE COMES OFF THE BIRTH DATE SAVED IN 0315; A
      *    MISSING BIRTH DATE ON A RATED TITLE BLOCKS THE SAME WAY
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0309-AUDIT-AGE-OVERRIDE-END. EXIT.

      *    A TITLE DELIVERED AHEAD OF ITS STREET DATE STAYS ON THE
      *    BACK SHELF - THE DISTRIBUTOR CONTRACT PENALISES EARLY
      *    RENTALS. THE DESK CAN STILL QUEUE A HOLD ON IT (WRK-EMBARGO
      *    TELLS THE CALLER TO), AND A SUPERVISOR OR ADMINISTRATOR CAN
      *    LET A COPY GO EARLY, WHICH LANDS ON THE AUDIT TRAIL THE
      *    SAME WAY AN AGE-RATING OVERRIDE DOES.
       0307-CHECK-STREET-DATE SECTION.
           MOVE 'N' TO WRK-EMBARGO.
           IF DATA-ESTREIA-FIL NOT NUMERIC
              OR DATA-ESTREIA-FIL NOT GREATER WRK-TODAY-NUM
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE DATA-ESTREIA-FIL TO WRK-ESTREIA-EDIT.
           MOVE SPACES TO WRK-STAND-REASON.
           STRING 'NOT OUT UNTIL STREET DATE ' WRK-ESTREIA-EDIT '.'
               DELIMITED BY SIZE INTO WRK-STAND-REASON.
           DISPLAY 'BLOCKED: ' AT LINE 20 COLUMN 02
               COLOR 4 HIGHLIGHT.
           DISPLAY WRK-STAND-REASON AT LINE 20 COLUMN 11
               COLOR 4 HIGHLIGHT.
      *
           IF WRK-PERFIL-EMP EQUAL 'S' OR EQUAL 'A'
               MOVE '41SUPERVISOR OVERRIDE - LEND BEFORE STREET DATE?'
                   TO WRK-MSG
               DISPLAY SCREEN-CONFIRMATION
               ACCEPT SCREEN-CONFIRMATION-WAIT
               INITIALIZE WRK-MSG
      *
               IF WRK-AWAIT EQUAL 'Y' OR EQUAL 'y'
                   PERFORM 0304-AUDIT-STREET-OVERRIDE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *
           MOVE 'S' TO WRK-EMBARGO.
       0307-CHECK-STREET-DATE-END. EXIT.

       0304-AUDIT-STREET-OVERRIDE SECTION.
           MOVE 'ESTREOVR' TO LOG-OPERACAO.
           MOVE WRK-CHECK-CODIGO TO LOG-CODIGO.
           MOVE 'ESTREIA   ' TO LOG-CAMPO.
           MOVE WRK-STAND-REASON TO LOG-VALOR-ANTIGO.
           MOVE SPACES TO LOG-VALOR-NOVO.
           STRING 'OVERRIDDEN FOR BORROWER ' WRK-CHECK-LOC
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0304-AUDIT-STREET-OVERRIDE-END. EXIT.

      *    STANDING CHECK AT CHECKOUT TIME: A BORROWER AT THE
      *    SIMULTANEOUS-LOAN CEILING, CARRYING OVERDUE ITEMS OR
      *    CARRYING UNPAID FEES IS BLOCKED, WITH THE REASON SPELLED
      *    THEM WHEN A COPY COMES BACK. THE RESERVATION NUMBER IS
      *    TAKEN WITH THE SAME HIGH-KEY IDIOM 0305 USES FOR LOANS.
       0316-OFFER-RESERVATION SECTION.
           IF WRK-EMBARGO EQUAL 'S'
               MOVE '43NOT OUT UNTIL STREET DATE. QUEUE A HOLD (Y/N)?'
                   TO WRK-MSG
           ELSE
               MOVE '43NO COPIES AVAILABLE. QUEUE A HOLD (Y/N)?'
                   TO WRK-MSG
           END-IF.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
      *
           MOVE WRK-CHECK-LOC    TO NUM-LOC-RES.
           MOVE WRK-CHECK-NOME   TO NOME-LOC-RES.
           MOVE WRK-TODAY-NUM    TO DATA-RES.
           MOVE WRK-FILIAL       TO FILIAL-RES.
           SET RES-ATIVA TO TRUE.
      *
           WRITE REG-RES
           MOVE WRK-FILIAL       TO FILIAL-EMP.
           MOVE WRK-TIME         TO HORA-EMP.
           MOVE SPACES           TO HORA-DEV-EMP.
           MOVE WRK-SESSAO-EMP    TO NUM-CXS-EMP.
           MOVE SPACES           TO COD-PRM-EMP.
           MOVE ZEROES           TO DESC-PRM-EMP.
           SET EMP-ATIVO TO TRUE.
      *
      *    THE TITLE'S LOAN CLASS (REG-FIL IS STILL CURRENT FROM THE
      *    CHECKOUT READ) PICKS THE PERIOD - AN EXPLICIT OVERNIGHT,
      *    NEW-RELEASE OR LONG CLASS WINS OVER THE PLAN/HOUSE PERIOD,
      *    WHICH ONLY GOVERNS STANDARD-CLASS TITLES. A GAME GOES OUT
      *    FOR THE GAME PERIOD WHATEVER ITS CLASS. ONLY A LOAN THAT
      *    REALLY GOES OUT FOR THE OVERNIGHT PERIOD IS DUE AT NOON.
           MOVE 'N' TO WRK-HOR-OVN.
           EVALUATE TRUE
               WHEN MIDIA-JOGO
                   MOVE WRK-DIAS-JOG TO WRK-CLASSE-DIAS
               WHEN CLEMP-OVERNIGHT
                   MOVE WRK-DIAS-OVN TO WRK-CLASSE-DIAS
                   MOVE 'S' TO WRK-HOR-OVN
               WHEN CLEMP-NOVIDADE
                   MOVE WRK-DIAS-NOV TO WRK-CLASSE-DIAS
               WHEN CLEMP-LONGO
             + WRK-CLASSE-DIAS).
           PERFORM 0348-ROLL-PAST-CLOSED.
           MOVE WRK-DUE-NUM TO DATA-PREVISTA.
           PERFORM 0348A-STAMP-DUE-TIME.
      *
           WRITE REG-EMP
               INVALID KEY
                              WRK-NUM-EMP-EDIT DELIMITED BY SIZE
                              ' RECORDED. DUE ' DELIMITED BY SIZE
                              WRK-DUE-DISP DELIMITED BY SIZE
                              ' BY ' DELIMITED BY SIZE
                              HORA-PREVISTA-EMP DELIMITED BY SIZE
                              '.' DELIMITED BY SIZE
                              INTO WRK-MSG
                   END-IF
      *    FIRST AVAILABLE COPY ON THE REGISTER FOR THE TITLE BEING
      *    CHECKED OUT. A TITLE WITH NO REGISTER ROWS YET LEAVES
      *    WRK-COPY-NUM AT ZERO AND THE LOAN IS POOL-ONLY, EXACTLY AS
      *    BEFORE THE REGISTER EXISTED. FOR A GAME ONLY A COPY ON THE
      *    PLATFORM TAKEN BY 0356 WILL DO.
       0314-PICK-COPY SECTION.
           MOVE ZEROES TO WRK-COPY-NUM.
      *
                     OR CODIGO-COP NOT EQUAL WRK-CHECK-CODIGO
                     OR WRK-COPY-NUM NOT EQUAL ZEROES
               IF COP-DISPONIVEL
                  AND (WRK-PLATAFORMA EQUAL SPACES
                       OR FORMATO-COP EQUAL WRK-PLATAFORMA)
                   MOVE NUM-COPIA TO WRK-COPY-NUM
               ELSE
                   READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS
       0324-MARK-COPY-OUT-END. EXIT.

      *    A RETURNED (OR OTHERWISE CLOSED) LOAN FREES ITS SPECIFIC
      *    COPY BACK TO THE SHELF, BY WAY OF THE RETURNS PILE.
       0326-RELEASE-COPY SECTION.
           IF NUM-COPIA-EMP EQUAL ZEROES
               EXIT PARAGRAPH
                   CONTINUE
               NOT INVALID KEY
                   SET COP-DISPONIVEL TO TRUE
                   SET COP-A-ARRUMAR  TO TRUE
                   REWRITE REG-COP
                       INVALID KEY CONTINUE
                   END-REWRITE
      *            A COPY THE COMPLAINT DESK FLAGGED GOES TO THE BACK
      *            ROOM FOR A LOOK, NOT STRAIGHT ONTO THE SHELF.
                   IF COP-INSPECIONAR
                       MOVE '43COPY FLAGGED FOR INSPECTION - PULL IT.'
                           TO WRK-MSG
                       DISPLAY SCREEN-MSG
                       ACCEPT SCREEN-WAIT
                       INITIALIZE WRK-MSG
                   END-IF
           END-READ.
       0326-RELEASE-COPY-END. EXIT.

               NOT INVALID KEY
                   SET CONDICAO-RUIM TO TRUE
                   SET COP-BAIXADA   TO TRUE
                   IF RESULT-PERDIDO
                       PERFORM 0335-WRITE-OFF-ASSET
                   END-IF
                   REWRITE REG-COP
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.
       0331-WRITE-OFF-LOAN-COPY-END. EXIT.

      *    A LOST COPY IS GONE FOR GOOD AND FETCHES NOTHING - ITS
      *    WHOLE REMAINING BOOK VALUE IS A LOSS. THE REPLACEMENT
      *    CHARGE STAYS REVENUE ON THE FEE LEDGER. A DAMAGED COPY IS
      *    STILL ON HAND (BAIXADA, FOR THE EX-RENTAL TILL) AND KEEPS
      *    ITS BOOK VALUE UNTIL IT IS SOLD.
       0335-WRITE-OFF-ASSET SECTION.
           MOVE 'EM'          TO WRK-ATV-ORIGEM.
           MOVE NUM-EMP       TO WRK-ATV-DOC.
           MOVE ZEROES        TO WRK-ATV-VENDA.
           MOVE WRK-TODAY-NUM TO WRK-ATV-HOJE.
           COPY 'CPVIDATB.cpy'. *> WRITE OFF THE COPY'S BOOK VALUE
       0335-WRITE-OFF-ASSET-END. EXIT.

      *    THE REPLACEMENT CHARGE GOES ON THE SAME LEDGER TXVIDPRG
      *    COLLECTS FROM. ANY LATE DAYS ARE ROLLED INTO THE SAME
      *    RECORD, SINCE THE LEDGER CARRIES ONE ROW PER LOAN.
       0332-POST-REPLACEMENT-CHARGE SECTION.
           MOVE ZEROES TO WRK-DIAS-ATRASO.
           IF DATA-DEVOLUCAO NOT LESS DATA-PREVISTA
               PERFORM 0346-COUNT-OPEN-DAYS
           END-IF.
      *
      *            TAKEN) WOULD BE LOST. SAME COLLISION THE CLEAN
      *            RETURN SETTLES IN 0322A.
                   PERFORM 0332A-SETTLE-REPLACEMENT
               NOT INVALID KEY
                   PERFORM 0396-CHARGE-FEE-TO-ACCOUNT
           END-WRITE.
       0332-POST-REPLACEMENT-CHARGE-END. EXIT.

               REWRITE REG-TAX
                   INVALID KEY CONTINUE
               END-REWRITE
               PERFORM 0396-CHARGE-FEE-TO-ACCOUNT
           ELSE
               MOVE '42CHARGE NOT POSTED - FEE ALREADY SETTLED.'
                   TO WRK-MSG
       0333-LOG-MEDIA-EVENT-END. EXIT.

      *    A COPY JUST CAME BACK - IF ANYONE IS QUEUED FOR THIS TITLE,
      *    TELL THE OPERATOR WHO IS FIRST IN LINE. THE COPY GOES ON
      *    THE RETURNS PILE, AND THE RE-SHELVING LIST (PUVIDPRG) SENDS
      *    IT TO THE HOLD SHELF AND QUEUES THE PICKUP NOTICE THERE, SO
      *    THE HOLDER IS CALLED ONCE AND ONLY FOR A COPY SET ASIDE.
      *    SHOWN ON ITS OWN LINE SO THE RETURN/FEE MESSAGE BUILT BY
      *    0322 IS NOT DISTURBED.
       0321-ANNOUNCE-HOLD SECTION.
           PERFORM 0318-FIND-FIRST-HOLD.
      *
                   COLOR 4 HIGHLIGHT
               DISPLAY WRK-RES-FIRST-NOME AT LINE 21 COLUMN 23
                   COLOR 4 HIGHLIGHT
           END-IF.
       0321-ANNOUNCE-HOLD-END. EXIT.

      *    RAPID-FIRE CIRCULATION FOR THE WEDGE SCANNER: ONE INPUT
      *    FIELD TAKES SCANNED CODES BACK TO BACK, AND EACH CODE IS
      *    TOGGLED AUTOMATICALLY - A CODE WITH AN ACTIVE LOAN IS
      *    GIVEN AT THE START OF THE SESSION. THE LOOP ONLY STOPS FOR
      *    EXCEPTIONS (UNKNOWN CODE, NO COPY AVAILABLE); A CLEAN
      *    TRANSACTION JUST SHOWS ITS RESULT AND WAITS FOR THE NEXT
      *    SCAN, WHICH IS WHAT KEEPS THE DESK QUEUE MOVING. A SCAN
      *    FIELD LEFT IDLE PAST THE TIMEOUT ENDS THE SESSION AND LOCKS
      *    THE TERMINAL, AS THE MENU DOES.
       0350-SCAN-MODE SECTION.
           INITIALIZE WRK-MSG.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           MOVE ZERO TO WRK-SCAN-COUNT.
      *
           DISPLAY 'SCAN MODE - CARD OR BORROWER ID: [        ]'
               AT LINE 08 COLUMN 12.
           MOVE ZEROES TO WRK-SCAN-CARTAO.
           ACCEPT WRK-SCAN-CARTAO AT LINE 08 COLUMN 46.
      *
           IF WRK-SCAN-CARTAO NOT LESS WRK-CRT-PRIMEIRO
               PERFORM 0337-RESOLVE-CARD
           ELSE
               MOVE WRK-SCAN-CARTAO TO WRK-CHECK-LOC
           END-IF.
           IF WRK-MSG-TEXT EQUAL SPACES
               PERFORM 0315-VALIDATE-BORROWER
           END-IF.
           IF WRK-MSG-TEXT EQUAL SPACES
               PERFORM 0313-CHECK-STANDING
           END-IF.
           DISPLAY 'SCAN CODE (00000 = END).....: [     ]'
               AT LINE 10 COLUMN 12.
      *
           MOVE 1   TO WRK-SCAN-CODE.
           MOVE 'N' TO WRK-SCAN-OCIOSO.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           PERFORM UNTIL WRK-SCAN-CODE EQUAL ZEROES
               MOVE ZEROES TO WRK-SCAN-CODE
               ACCEPT WRK-SCAN-CODE AT LINE 10 COLUMN 44
                   WITH TIME-OUT WRK-TMO-SEGUNDOS
               IF COB-CRT-STATUS EQUAL 8001
                   MOVE ZEROES TO WRK-SCAN-CODE
                   MOVE 'S'    TO WRK-SCAN-OCIOSO
               END-IF
               IF WRK-SCAN-CODE NOT EQUAL ZEROES
                   PERFORM 0351-SCAN-ONE-CODE
               END-IF
           END-PERFORM.
      *
           IF WRK-SCAN-OCIOSO EQUAL 'S'
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-SCAN-COUNT TO WRK-SCAN-COUNT-EDIT.
           INITIALIZE WRK-MSG.
           ACCEPT SCREEN-WAIT.
       0350-SCAN-MODE-END. EXIT.

      *    A SCANNED MEMBER CARD STANDS FOR ITS BORROWER ONLY WHILE IT
      *    IS THE CARD IN USE. A CARD CANCELLED AS LOST OR DAMAGED
      *    (MCVIDPRG) IS REFUSED, AND THE ATTEMPT GOES ON THE AUDIT
      *    TRAIL - SOMEONE MAY BE USING A CARD THAT IS NOT THEIRS.
       0337-RESOLVE-CARD SECTION.
           MOVE ZEROES TO WRK-CHECK-LOC.
           MOVE WRK-SCAN-CARTAO TO NUM-CRT.
           READ CARTOES
               INVALID KEY
                   MOVE '48CARD NUMBER NOT ON FILE.' TO WRK-MSG
                   EXIT PARAGRAPH
           END-READ.
      *
           IF CRT-CANCELADO
               MOVE '43CARD CANCELLED - ASK FOR PHOTO ID.' TO WRK-MSG
               PERFORM 0338-AUDIT-CARD-REFUSED
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE NUM-LOC-CRT TO WRK-CHECK-LOC.
       0337-RESOLVE-CARD-END. EXIT.

       0338-AUDIT-CARD-REFUSED SECTION.
           MOVE 'CARDREFU' TO LOG-OPERACAO.
           MOVE NUM-LOC-CRT TO LOG-CODIGO.
           MOVE 'CARTAO'   TO LOG-CAMPO.
           MOVE SPACES TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           STRING NUM-CRT ' CANCELLED ' DATA-CANC-CRT
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           STRING 'SCAN REFUSED - REPLACED BY ' SUBST-CRT
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0338-AUDIT-CARD-REFUSED-END. EXIT.

       0351-SCAN-ONE-CODE SECTION.
           INITIALIZE WRK-MSG.
           MOVE WRK-SCAN-CODE TO WRK-CHECK-CODIGO.
                   MOVE '48UNKNOWN CODE - CHECK THE LABEL.' TO WRK-MSG
               NOT INVALID KEY
                   PERFORM 0308-CHECK-AGE-RATING
                   IF WRK-MSG-TEXT EQUAL SPACES
                       PERFORM 0307-CHECK-STREET-DATE
                       IF WRK-EMBARGO EQUAL 'S'
                           MOVE '43STREET DATE NOT REACHED - SEE HOLDS.'
                               TO WRK-MSG
                       END-IF
                   END-IF
                   IF WRK-MSG-TEXT EQUAL SPACES
                      AND QTDE-DISPONIVEL GREATER ZERO
                       PERFORM 0356-ASK-PLATFORM
                   END-IF
                   IF WRK-MSG-TEXT NOT EQUAL SPACES
                       CONTINUE
                   ELSE
       0370-CHARGE-RENTAL SECTION.
           MOVE ZEROES TO WRK-DESC-VALOR.
           MOVE SPACES TO WRK-PRM-CODE.
           MOVE ZEROES TO WRK-PNT-USADOS WRK-PNT-DESC WRK-PNT-GANHOS.
           MOVE ZEROES TO WRK-VAL-USADO.
           EVALUATE TRUE
               WHEN MIDIA-JOGO
                   MOVE WRK-PRECO-JOG TO WRK-VALOR-LOCACAO
               WHEN PRECO-NOVIDADE
                   MOVE WRK-PRECO-NOV TO WRK-VALOR-LOCACAO
               WHEN PRECO-CATALOGO
           END-IF.
      *
           PERFORM 0374-APPLY-PROMO.
           PERFORM 0380-REDEEM-POINTS.
      *
           MOVE WRK-VALOR-LOCACAO TO WRK-VALOR-PAGTO.
           MOVE 'S' TO WRK-TENDER-VALE.
           PERFORM 0393-FIND-ACCOUNT.
           PERFORM 0371-ASK-TENDER.
           IF WRK-FORMA-EMP EQUAL 'V'
               PERFORM 0373-TENDER-VOUCHER
           END-IF.
           IF WRK-FORMA-EMP EQUAL 'A'
               PERFORM 0395-TENDER-ACCOUNT
           END-IF.
      *
           IF WRK-VALOR-PAGTO GREATER ZEROES
               PERFORM 0372-WRITE-RENTAL-PAYMENT
           END-IF.
       0370-CHARGE-RENTAL-END. EXIT.

      *    HOW THE AMOUNT IN WRK-VALOR-PAGTO IS PAID. A VOUCHER IS
      *    ONLY OFFERED ON THE FIRST ASK - WHAT A VOUCHER DOES NOT
      *    COVER (OR A VOUCHER REFUSED) IS SETTLED IN CASH OR CARD.
      *    THE CHARGE ACCOUNT FOUND BY 0393 IS OFFERED ON THE FIRST
      *    ASK TOO, AND DROPPED ONCE THE LIMIT HAS TURNED IT DOWN.
       0371-ASK-TENDER SECTION.
           MOVE WRK-VALOR-PAGTO TO WRK-VALOR-LOC-EDIT.
           MOVE 63 TO WRK-TENDER-COL.
           IF WRK-TENDER-VALE EQUAL 'S'
               DISPLAY 'RENTAL CHARGE: ' AT LINE 22 COLUMN 02
               IF WRK-CONTA-NUM NOT EQUAL ZERO
                   DISPLAY
                     'METHOD (D=CASH C=CARD V=VOUCHER A=ACCOUNT): [ ]'
                       AT LINE 22 COLUMN 28
                   MOVE 73 TO WRK-TENDER-COL
               ELSE
                   DISPLAY 'METHOD (D=CASH C=CARD V=VOUCHER): [ ]'
                       AT LINE 22 COLUMN 28
               END-IF
           ELSE
               DISPLAY 'BALANCE DUE..: ' AT LINE 22 COLUMN 02
               DISPLAY 'METHOD (D=CASH C=CARD):           [ ]'
                   AT LINE 22 COLUMN 28
           END-IF.
           IF WRK-TENDER-COL EQUAL 63
               DISPLAY '          ' AT LINE 22 COLUMN 65
           END-IF.
           DISPLAY WRK-VALOR-LOC-EDIT AT LINE 22 COLUMN 17
               COLOR 11 HIGHLIGHT.
           MOVE 'D' TO WRK-FORMA-EMP.
           ACCEPT WRK-FORMA-EMP AT LINE 22 COLUMN WRK-TENDER-COL.
           EVALUATE WRK-FORMA-EMP
               WHEN 'd'   MOVE 'D' TO WRK-FORMA-EMP
               WHEN 'c'   MOVE 'C' TO WRK-FORMA-EMP
               WHEN 'v'   MOVE 'V' TO WRK-FORMA-EMP
               WHEN 'a'   MOVE 'A' TO WRK-FORMA-EMP
           END-EVALUATE.
           IF WRK-FORMA-EMP EQUAL 'A'
              AND (WRK-CONTA-NUM EQUAL ZERO
                   OR WRK-TENDER-VALE NOT EQUAL 'S')
               MOVE 'D' TO WRK-FORMA-EMP
           END-IF.
           IF WRK-FORMA-EMP NOT EQUAL 'C' AND NOT EQUAL 'A'
              AND (WRK-FORMA-EMP NOT EQUAL 'V'
                   OR WRK-TENDER-VALE NOT EQUAL 'S')
               MOVE 'D' TO WRK-FORMA-EMP
           END-IF.
       0371-ASK-TENDER-END. EXIT.

      *    THE RENTAL GOES ON THE ACCOUNT ONLY WHILE IT STAYS INSIDE
      *    THE CREDIT LIMIT - OVER IT, THE DESK IS TOLD AND THE
      *    CHARGE IS TAKEN AT THE COUNTER LIKE ANYONE ELSE'S.
       0395-TENDER-ACCOUNT SECTION.
           IF WRK-CONTA-SALDO + WRK-VALOR-PAGTO
              NOT GREATER WRK-CONTA-LIMITE
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '43CHARGE ACCOUNT OVER ITS CREDIT LIMIT.' TO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
           MOVE ZERO TO WRK-CONTA-NUM.
           PERFORM 0371-ASK-TENDER.
           IF WRK-FORMA-EMP EQUAL 'V'
               PERFORM 0373-TENDER-VOUCHER
           END-IF.
       0395-TENDER-ACCOUNT-END. EXIT.

      *    A GIFT VOUCHER OR STORE CREDIT OFFERED FOR THE RENTAL. IT
      *    IS DRAWN DOWN BY AS MUCH AS IT CAN COVER; IF THAT IS NOT
      *    THE WHOLE CHARGE THE VOUCHER PART GOES ON ITS OWN PAYMENT
      *    ROW AND THE TILL ASKS HOW THE BALANCE IS PAID, WHICH
      *    0370-CHARGE-RENTAL THEN WRITES.
       0373-TENDER-VOUCHER SECTION.
           DISPLAY 'VOUCHER NUMBER: [       ]' AT LINE 21 COLUMN 02.
           MOVE ZEROES TO WRK-VAL-NUM.
           ACCEPT WRK-VAL-NUM AT LINE 21 COLUMN 19.
           MOVE NUM-LOC-EMP     TO WRK-VAL-LOC.
           MOVE WRK-VALOR-PAGTO TO WRK-VAL-VALOR.
           PERFORM 0387-CHECK-VOUCHER.
           IF VAL-ACEITO
               PERFORM 0388-DRAW-VOUCHER
               IF WRK-VAL-VALOR EQUAL ZEROES
                   MOVE 'N' TO WRK-VAL-OK
                   MOVE '43VOUCHER HAS NO BALANCE LEFT.' TO WRK-MSG
               END-IF
           END-IF.
      *
           IF NOT VAL-ACEITO
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               MOVE 'N' TO WRK-TENDER-VALE
               PERFORM 0371-ASK-TENDER
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-VAL-VALOR TO WRK-VAL-USADO.
           COMPUTE WRK-VAL-RESTO = WRK-VALOR-PAGTO - WRK-VAL-VALOR.
           MOVE WRK-VAL-VALOR TO WRK-VALOR-PAGTO.
           IF WRK-VAL-RESTO EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0372-WRITE-RENTAL-PAYMENT.
           MOVE WRK-VAL-RESTO TO WRK-VALOR-PAGTO.
           MOVE 'N' TO WRK-TENDER-VALE.
           PERFORM 0371-ASK-TENDER.
       0373-TENDER-VOUCHER-END. EXIT.

       0387-CHECK-VOUCHER SECTION.
           COPY 'CPVIDVLC.cpy'. *> VOUCHER TENDER CHECK
       0387-CHECK-VOUCHER-END. EXIT.

       0388-DRAW-VOUCHER SECTION.
           COPY 'CPVIDVLD.cpy'. *> VOUCHER DRAW-DOWN
       0388-DRAW-VOUCHER-END. EXIT.

       0372-WRITE-RENTAL-PAYMENT SECTION.
           MOVE HIGH-VALUES TO NUM-PAG.
           MOVE WRK-PAG-NEXT-EMP  TO NUM-PAG.
           MOVE NUM-EMP           TO NUM-EMP-PAG.
           MOVE NUM-LOC-EMP       TO NUM-LOC-PAG.
           MOVE WRK-VALOR-PAGTO   TO VALOR-PAG.
           MOVE WRK-TODAY-NUM     TO DATA-PAG.
           MOVE WRK-FORMA-EMP     TO FORMA-PAG.
           MOVE WRK-SESSAO-EMP    TO NUM-CXS-PAG.
           SET PAG-LOCACAO TO TRUE.
           MOVE 'L'               TO WRK-IMP-TIPO.
           MOVE WRK-VALOR-PAGTO   TO WRK-IMP-BASE.
           PERFORM 0362-COMPUTE-TAX.
           MOVE WRK-IMP-ALIQ      TO ALIQ-PAG.
           MOVE WRK-IMP-VALOR     TO IMPOSTO-PAG.
           IF FORMA-VALE
               MOVE WRK-VAL-NUM   TO NUM-VAL-PAG
           END-IF.
           IF FORMA-CONTA
               MOVE WRK-CONTA-NUM TO CONTA-PAG
               MOVE ZEROES        TO NUM-CXS-PAG
           END-IF.
      *
           WRITE REG-PAG
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM 0381-EARN-POINTS
                   IF FORMA-CONTA
                       MOVE WRK-VALOR-PAGTO TO WRK-CONTA-VALOR
                       PERFORM 0394-POST-TO-ACCOUNT
                   END-IF
           END-WRITE.
       0372-WRITE-RENTAL-PAYMENT-END. EXIT.

      *    THE CHARGE ACCOUNT THE BORROWER ON THE LOAN RENTS ON - THE
      *    BORROWER ITSELF WHEN IT IS ONE, OR THE ACCOUNT IT IS AN
      *    AUTHORISED USER OF. AN ACCOUNT THAT HAS BEEN RETIRED OR
      *    TURNED BACK INTO AN ORDINARY BORROWER IS NOT OFFERED.
      *    REG-LOC IS PUT BACK AS IT WAS FOR THE CALLER.
       0393-FIND-ACCOUNT SECTION.
           MOVE ZERO TO WRK-CONTA-NUM WRK-CONTA-SALDO WRK-CONTA-LIMITE.
           MOVE REG-LOC TO WRK-LOC-HOLD.
      *
           MOVE NUM-LOC-EMP TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   MOVE WRK-LOC-HOLD TO REG-LOC
                   EXIT PARAGRAPH
           END-READ.
           IF LOC-CONTA
               MOVE NUM-LOC   TO WRK-CONTA-NUM
           ELSE
               MOVE CONTA-LOC TO WRK-CONTA-NUM
           END-IF.
      *
           IF WRK-CONTA-NUM NOT EQUAL ZERO
              AND WRK-CONTA-NUM NOT EQUAL NUM-LOC
               MOVE WRK-CONTA-NUM TO NUM-LOC
               READ BORROWERS
                   INVALID KEY MOVE ZERO TO WRK-CONTA-NUM
               END-READ
           END-IF.
      *
           IF WRK-CONTA-NUM NOT EQUAL ZERO
               IF LOC-CONTA AND LOC-ATIVO
                   MOVE SALDO-CONTA-LOC TO WRK-CONTA-SALDO
                   MOVE LIMITE-CRED-LOC TO WRK-CONTA-LIMITE
               ELSE
                   MOVE ZERO TO WRK-CONTA-NUM
               END-IF
           END-IF.
           MOVE WRK-LOC-HOLD TO REG-LOC.
       0393-FIND-ACCOUNT-END. EXIT.

      *    WRK-CONTA-VALOR ONTO WHAT THE ACCOUNT OWES. THE MONTH-END
      *    INVOICE RUN (FCVIDPRG) BILLS THE CHARGES AND TXVIDPRG
      *    TAKES THE BALANCE DOWN AS THE INVOICES ARE PAID.
       0394-POST-TO-ACCOUNT SECTION.
           MOVE REG-LOC TO WRK-LOC-HOLD.
           MOVE WRK-CONTA-NUM TO NUM-LOC.
           READ BORROWERS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD WRK-CONTA-VALOR TO SALDO-CONTA-LOC
                   REWRITE REG-LOC
                       INVALID KEY CONTINUE
                   END-REWRITE
                   MOVE SALDO-CONTA-LOC TO WRK-CONTA-SALDO
           END-READ.
           MOVE WRK-LOC-HOLD TO REG-LOC.
       0394-POST-TO-ACCOUNT-END. EXIT.

      *    A LATE OR REPLACEMENT FEE RAISED ON A LOAN TAKEN ON ACCOUNT
      *    DOES NOT WAIT AT THE FEE DESK - IT IS SETTLED AT ONCE BY A
      *    CHARGE TO THE ACCOUNT AND BILLED WITH THE MONTH'S RENTALS.
      *    THE LIMIT GOVERNS WHAT MAY BE RENTED, NOT WHAT IS OWED FOR
      *    IT, SO A FEE IS ALWAYS TAKEN. REG-TAX IS THE ROW JUST
      *    WRITTEN OR SETTLED; THE TAX FALLS DUE NOW, AS IT WOULD AT
      *    THE FEE DESK.
       0396-CHARGE-FEE-TO-ACCOUNT SECTION.
           MOVE ZERO TO WRK-CONTA-NUM.
           IF VALOR-TAX EQUAL ZEROES OR NOT TAX-PENDENTE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0393-FIND-ACCOUNT.
           IF WRK-CONTA-NUM EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE HIGH-VALUES TO NUM-PAG.
           START PAGAMENTOS KEY IS NOT GREATER NUM-PAG
               INVALID KEY
                   MOVE ZEROES TO NUM-PAG
               NOT INVALID KEY
                   READ PAGAMENTOS NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-PAG GIVING WRK-PAG-NEXT-EMP.
      *
           INITIALIZE REG-PAG.
           MOVE WRK-PAG-NEXT-EMP  TO NUM-PAG.
           MOVE NUM-EMP-TAX       TO NUM-EMP-PAG.
           MOVE NUM-LOC-TAX       TO NUM-LOC-PAG.
           MOVE VALOR-TAX         TO VALOR-PAG.
           MOVE WRK-TODAY-NUM     TO DATA-PAG.
           SET FORMA-CONTA TO TRUE.
           MOVE ZEROES            TO NUM-CXS-PAG.
           SET PAG-TAXA TO TRUE.
           MOVE TAX-TIPO          TO WRK-IMP-TIPO.
           MOVE VALOR-TAX         TO WRK-IMP-BASE.
           PERFORM 0362-COMPUTE-TAX.
           MOVE WRK-IMP-ALIQ      TO ALIQ-PAG.
           MOVE WRK-IMP-VALOR     TO IMPOSTO-PAG.
           MOVE WRK-CONTA-NUM     TO CONTA-PAG.
      *
           WRITE REG-PAG
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE.
      *
           SET TAX-PAGA TO TRUE.
           MOVE WRK-TODAY-NUM TO DATA-PAGAMENTO-TAX.
           REWRITE REG-TAX
               INVALID KEY CONTINUE
           END-REWRITE.
      *
           MOVE VALOR-TAX TO WRK-CONTA-VALOR.
           PERFORM 0394-POST-TO-ACCOUNT.
       0396-CHARGE-FEE-TO-ACCOUNT-END. EXIT.

      *    "RENT TEN, GET ONE FREE": ONCE A BORROWER HOLDS AT LEAST
      *    THE MINIMUM, THE TILL OFFERS TO TURN POINTS INTO MONEY OFF
      *    THIS RENTAL - AS MANY AS COVER THE CHARGE, OR ALL OF THEM
      *    FOR A PART DISCOUNT. THE OLDEST LOTS ARE DRAWN DOWN FIRST
      *    AND THE REDEMPTION IS KEPT ON THE LEDGER AGAINST THE LOAN.
       0380-REDEEM-POINTS SECTION.
           MOVE ZEROES TO WRK-PNT-USADOS WRK-PNT-DESC.
           IF WRK-VALOR-LOCACAO EQUAL ZEROES
              OR WRK-PNT-VALOR EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE NUM-LOC-EMP TO NUM-LOC-PNT.
           COPY 'CPVIDPNB.cpy'. *> LOYALTY POINTS BALANCE
           IF WRK-PNT-SALDO LESS WRK-PNT-MINIMO
               EXIT PARAGRAPH
           END-IF.
      *
      *    POINTS NEEDED FOR THE WHOLE CHARGE, ROUNDED UP TO THE
      *    NEXT WHOLE POINT, CAPPED AT WHAT THE BORROWER HOLDS.
           COMPUTE WRK-PNT-USADOS =
               (WRK-VALOR-LOCACAO + WRK-PNT-VALOR - 0,01)
                   / WRK-PNT-VALOR.
           IF WRK-PNT-USADOS GREATER WRK-PNT-SALDO
               MOVE WRK-PNT-SALDO TO WRK-PNT-USADOS
           END-IF.
           COMPUTE WRK-PNT-DESC = WRK-PNT-USADOS * WRK-PNT-VALOR.
           IF WRK-PNT-DESC GREATER WRK-VALOR-LOCACAO
               MOVE WRK-VALOR-LOCACAO TO WRK-PNT-DESC
           END-IF.
      *
           MOVE WRK-PNT-SALDO TO WRK-PNT-EDIT.
           DISPLAY 'USE POINTS (Y/N)? [ ]' AT LINE 20 COLUMN 02.
           DISPLAY 'PTS' AT LINE 20 COLUMN 24.
           DISPLAY WRK-PNT-EDIT AT LINE 20 COLUMN 28
               COLOR 11 HIGHLIGHT.
           MOVE SPACE TO WRK-AWAIT.
           ACCEPT WRK-AWAIT AT LINE 20 COLUMN 21.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE ZEROES TO WRK-PNT-USADOS WRK-PNT-DESC
               EXIT PARAGRAPH
           END-IF.
      *
           SUBTRACT WRK-PNT-DESC FROM WRK-VALOR-LOCACAO.
           PERFORM 0384-CONSUME-POINTS.
      *
           PERFORM 0383-NEXT-POINTS-NUMBER.
           INITIALIZE REG-PNT.
           MOVE WRK-PNT-PROX      TO NUM-PNT.
           MOVE NUM-LOC-EMP       TO NUM-LOC-PNT.
           MOVE NUM-EMP           TO NUM-EMP-PNT.
           MOVE WRK-TODAY-NUM     TO DATA-PNT.
           SET PNT-RESGATE TO TRUE.
           MOVE WRK-PNT-USADOS    TO QTDE-PNT.
           MOVE WRK-PNT-DESC      TO VALOR-PNT.
           WRITE REG-PNT
               INVALID KEY CONTINUE
           END-WRITE.
      *
           MOVE WRK-PNT-DESC TO WRK-DESC-EDIT.
           DISPLAY 'PTS -' AT LINE 20 COLUMN 24 COLOR 10 HIGHLIGHT.
           DISPLAY WRK-DESC-EDIT AT LINE 20 COLUMN 29
               COLOR 10 HIGHLIGHT.
       0380-REDEEM-POINTS-END. EXIT.

      *    EVERY RENTAL ROW JUST POSTED EARNS A LOT OF POINTS ON THE
      *    AMOUNT ACTUALLY PAID (AFTER ANY PROMO OR POINTS DISCOUNT),
      *    GOOD FOR THE POLICY NUMBER OF MONTHS FROM TODAY.
       0381-EARN-POINTS SECTION.
           COMPUTE WRK-PNT-LOTE = WRK-VALOR-PAGTO * WRK-PNT-TAXA.
           IF WRK-PNT-LOTE EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0382-POINTS-EXPIRY.
           PERFORM 0383-NEXT-POINTS-NUMBER.
           INITIALIZE REG-PNT.
           MOVE WRK-PNT-PROX      TO NUM-PNT.
           MOVE NUM-LOC-EMP       TO NUM-LOC-PNT.
           MOVE NUM-EMP           TO NUM-EMP-PNT.
           MOVE WRK-TODAY-NUM     TO DATA-PNT.
           SET PNT-GANHO TO TRUE.
           MOVE WRK-PNT-LOTE      TO QTDE-PNT SALDO-PNT.
           MOVE WRK-PNT-EXPIRA    TO DATA-EXPIRA-PNT.
           MOVE WRK-VALOR-PAGTO   TO VALOR-PNT.
           WRITE REG-PNT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD WRK-PNT-LOTE TO WRK-PNT-GANHOS
           END-WRITE.
       0381-EARN-POINTS-END. EXIT.

      *    TODAY PLUS THE VALIDITY IN MONTHS, KEEPING THE DAY OF THE
      *    MONTH (HELD TO THE 28TH SO IT IS A REAL DATE IN ANY MONTH).
       0382-POINTS-EXPIRY SECTION.
           MOVE WRK-TODAY-NUM TO WRK-PNT-DATA.
           COMPUTE WRK-PNT-MESES-ABS =
               WRK-PNT-ANO * 12 + WRK-PNT-MES - 1 + WRK-PNT-MESES.
           DIVIDE WRK-PNT-MESES-ABS BY 12
               GIVING WRK-PNT-ANO REMAINDER WRK-PNT-MES.
           ADD 1 TO WRK-PNT-MES.
           IF WRK-PNT-DIA GREATER 28
               MOVE 28 TO WRK-PNT-DIA
           END-IF.
           MOVE WRK-PNT-DATA TO WRK-PNT-EXPIRA.
       0382-POINTS-EXPIRY-END. EXIT.

       0383-NEXT-POINTS-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-PNT.
           START PONTOS KEY IS NOT GREATER NUM-PNT
               INVALID KEY
                   MOVE ZEROES TO NUM-PNT
               NOT INVALID KEY
                   READ PONTOS NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-PNT GIVING WRK-PNT-PROX.
       0383-NEXT-POINTS-NUMBER-END. EXIT.

      *    DRAWS THE REDEEMED POINTS OFF THE BORROWER'S LIVE LOTS,
      *    OLDEST FIRST, SO WHAT IS LEFT IS ALWAYS THE NEWEST AND
      *    THE LAST TO EXPIRE.
       0384-CONSUME-POINTS SECTION.
           MOVE WRK-PNT-USADOS TO WRK-PNT-FALTA.
           MOVE NUM-LOC-EMP TO NUM-LOC-PNT.
           START PONTOS KEY IS EQUAL NUM-LOC-PNT
               INVALID KEY MOVE 10 TO FS-PONTOS
           END-START.
           IF FS-PONTOS NOT EQUAL 10
               READ PONTOS NEXT AT END MOVE 10 TO FS-PONTOS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PONTOS EQUAL 10
                     OR NUM-LOC-PNT NOT EQUAL NUM-LOC-EMP
                     OR WRK-PNT-FALTA EQUAL ZERO
               IF PNT-GANHO
                  AND SALDO-PNT GREATER ZERO
                  AND DATA-EXPIRA-PNT NOT LESS WRK-TODAY-NUM
                   IF SALDO-PNT GREATER WRK-PNT-FALTA
                       SUBTRACT WRK-PNT-FALTA FROM SALDO-PNT
                       MOVE ZERO TO WRK-PNT-FALTA
                   ELSE
                       SUBTRACT SALDO-PNT FROM WRK-PNT-FALTA
                       MOVE ZERO TO SALDO-PNT
                   END-IF
                   REWRITE REG-PNT
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
               READ PONTOS NEXT AT END MOVE 10 TO FS-PONTOS END-READ
           END-PERFORM.
       0384-CONSUME-POINTS-END. EXIT.

      *    TWO-NIGHTS-FOR-ONE WEEKENDS STOP BEING WAVED-THROUGH
      *    CHARGES: A PROMO CODE TYPED AT THE TILL IS VALIDATED
      *    AGAINST ITS DATE RANGE, THE DISCOUNT COMES OFF THE RENTAL
           REWRITE REG-PRM
               INVALID KEY CONTINUE
           END-REWRITE.
      *
      *    THE LOAN JUST WRITTEN (STILL CURRENT IN REG-EMP) CARRIES
      *    THE CODE AND DISCOUNT, SO A VOID CAN GIVE THE USE BACK.
           MOVE REG-EMP        TO WRK-JRN-ANTES.
           MOVE WRK-PRM-CODE   TO COD-PRM-EMP.
           MOVE WRK-DESC-VALOR TO DESC-PRM-EMP.
           REWRITE REG-EMP
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 0391-JOURNAL-EMP-REWRITE
           END-REWRITE.
      *
           MOVE WRK-DESC-VALOR TO WRK-DESC-EDIT.
           DISPLAY 'DISCOUNT: ' AT LINE 20 COLUMN 40
           MOVE SPACES TO WRK-JRN-ANTES-FIL.
       0392-JOURNAL-FIL-REWRITE-END. EXIT.

       0389-JOURNAL-EMP-DELETE SECTION.
           MOVE 'EMP'        TO JRN-ARQUIVO.
           SET JRN-EXCLUSAO  TO TRUE.
           MOVE WRK-VOID-EMP TO JRN-ANTES.
           MOVE SPACES       TO JRN-DEPOIS.
           COPY 'CPVIDJWR.cpy'. *> APPEND JOURNAL IMAGE
       0389-JOURNAL-EMP-DELETE-END. EXIT.

      *    A CHECKOUT RUNG UP IN ERROR (WRONG TITLE, WRONG MEMBER, A
      *    MEMBER WHO CHANGED THEIR MIND AT THE COUNTER) IS TAKEN
      *    BACK WHOLE WHILE ITS DRAWER SESSION IS STILL OPEN: THE
      *    LOAN COMES OFF THE FILE, THE COPY GOES BACK ON THE SHELF,
      *    THE RENTAL IS HANDED BACK THE WAY IT WAS PAID, AND THE
      *    PROMO USE, DEPOSIT, POINTS AND FISCAL RECEIPT ARE ALL
      *    UNWOUND. A REASON CODE AND A SUPERVISOR ARE NEEDED, AS FOR
      *    A RECEIPT VOID IN NFVIDPRG, AND THE VOID IS KEPT ON
      *    ESTORNOS.dat FOR THE DAY SHEET. ONCE THE DRAWER HAS CLOSED
      *    THE CHECKOUT STANDS AND THE DISC COMES BACK AS A RETURN.
       0397-VOID-CHECKOUT SECTION.
           INITIALIZE REG-EMP WRK-MSG.
           MOVE ZEROES TO WRK-VOID-DIN WRK-VOID-CAR WRK-VOID-VAL
                          WRK-VOID-CTA WRK-VOID-CAU WRK-VOID-FIS
                          WRK-VOID-PNT-TIR WRK-VOID-PNT-DEV.
      *
      *    THE DRAWER MAY HAVE BEEN CLOSED SINCE THE MENU OPENED.
           PERFORM 0109-FIND-SESSION.
           IF WRK-SESSAO-EMP EQUAL ZEROES
               MOVE '43NO OPEN DRAWER SESSION - NOTHING CAN BE VOIDED.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           DISPLAY SCREEN-EMPRET.
           ACCEPT  SCREEN-EMPRET-KEY.
      *
           IF NUM-EMP EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           READ EMPRESTIMOS
               INVALID KEY
                   MOVE '48LOAN NUMBER NOT FOUND.' TO WRK-MSG
           END-READ.
           IF WRK-MSG-TEXT EQUAL SPACES
              AND NOT EMP-ATIVO
               MOVE '20LOAN ALREADY CLOSED.' TO WRK-MSG
           END-IF.
           IF WRK-MSG-TEXT EQUAL SPACES
              AND (DATA-EMPRESTIMO NOT EQUAL WRK-TODAY-NUM
                   OR NUM-CXS-EMP NOT EQUAL WRK-SESSAO-EMP)
               MOVE '43NOT A CHECKOUT FROM THIS DRAWER SESSION.'
                   TO WRK-MSG
           END-IF.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE REG-EMP TO WRK-VOID-EMP.
           DISPLAY 'BORROWER......: ' AT LINE 19 COLUMN 12.
           DISPLAY NOME-LOCATARIO AT LINE 19 COLUMN 28
               COLOR 11 HIGHLIGHT.
           DISPLAY 'MOVIE CODE....: ' AT LINE 20 COLUMN 12.
           DISPLAY CODIGO-EMP AT LINE 20 COLUMN 28
               COLOR 11 HIGHLIGHT.
           DISPLAY 'REASON CODE...: [        ]' AT LINE 21 COLUMN 12.
           MOVE SPACES TO WRK-VOID-MOTIVO.
           ACCEPT WRK-VOID-MOTIVO AT LINE 21 COLUMN 29.
           IF WRK-VOID-MOTIVO EQUAL SPACES
               MOVE '20A REASON CODE IS REQUIRED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41CONFIRM VOIDING THIS CHECKOUT WITH REFUND (Y/N)?'
               TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27VOID CANCELLED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'S' TO LNK-VRF-PERFIL-MIN.
           CALL 'VFVIDPRG' USING LNK-VERIFY.
           IF NOT VRF-APROVADO
               MOVE '43NOT APPROVED - SUPERVISOR CREDENTIALS FAILED.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           DELETE EMPRESTIMOS RECORD
               INVALID KEY
                   MOVE '42ERROR VOIDING LOAN.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-DELETE.
           PERFORM 0389-JOURNAL-EMP-DELETE.
           MOVE WRK-VOID-EMP TO REG-EMP.
      *
           PERFORM 0397A-RESTOCK-TITLE.
           PERFORM 0326-RELEASE-COPY.
           PERFORM 0397B-REFUND-PAYMENTS.
           PERFORM 0397C-REVERSE-POINTS.
           PERFORM 0397D-UNDO-PROMO.
           PERFORM 0397E-RETURN-DEPOSIT.
           PERFORM 0397F-CANCEL-RECEIPT.
           PERFORM 0398-WRITE-VOID-RECORD.
           PERFORM 0399-AUDIT-VOID.
           PERFORM 0397G-SHOW-REFUND.
      *
      *    THE COPY IS BACK ON THE SHELF - THE NEXT MEMBER WAITING
      *    FOR THE TITLE IS CALLED JUST AS ON A RETURN.
           MOVE CODIGO-EMP TO WRK-CHECK-CODIGO.
           PERFORM 0321-ANNOUNCE-HOLD.
      *
           MOVE NUM-EMP TO WRK-NUM-EMP-EDIT.
           MOVE SPACES TO WRK-MSG.
           STRING '54LOAN #' DELIMITED BY SIZE
                  WRK-NUM-EMP-EDIT DELIMITED BY SIZE
                  ' VOIDED - HAND BACK WHAT IS SHOWN.' DELIMITED BY SIZE
                  INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0397-VOID-CHECKOUT-END. EXIT.

      *    THE COPY COUNTED OUT BY THE CHECKOUT GOES BACK INTO THE
      *    TITLE'S AVAILABLE POOL.
       0397A-RESTOCK-TITLE SECTION.
           MOVE '(TITLE UNKNOWN)' TO WRK-SLIP-TITULO.
           MOVE CODIGO-EMP TO CODIGO.
           READ MOVIES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
      *
           MOVE TITULO  TO WRK-SLIP-TITULO.
           MOVE REG-FIL TO WRK-JRN-ANTES-FIL.
           ADD 1 TO QTDE-DISPONIVEL.
           REWRITE REG-FIL
               INVALID KEY CONTINUE
           END-REWRITE.
      *
      *    STATUS 51 (RECORD LOCKED) FALLS OUTSIDE THE INVALID KEY
      *    CONDITION CLASSES, SO IT IS CHECKED HERE SEPARATELY.
           IF FS-MOVIES EQUAL 51
               MOVE '55MOVIE RECORD LOCKED - COUNT NOT PUT BACK.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               INITIALIZE WRK-MSG
               MOVE SPACES TO WRK-JRN-ANTES-FIL
           ELSE
               PERFORM 0392-JOURNAL-FIL-REWRITE
           END-IF.
       0397A-RESTOCK-TITLE-END. EXIT.

      *    EVERY RENTAL ROW TAKEN TODAY AGAINST THE LOAN IS HANDED
      *    BACK AND TAKEN OFF PAGAMENTOS.dat, SO THE DRAWER CASH-UP
      *    NO LONGER EXPECTS THE MONEY. A ROW ALREADY BILLED ON A
      *    CHARGE-ACCOUNT INVOICE IS LEFT FOR THE INVOICE DESK.
       0397B-REFUND-PAYMENTS SECTION.
           MOVE NUM-EMP TO NUM-EMP-PAG.
           START PAGAMENTOS KEY IS EQUAL NUM-EMP-PAG
               INVALID KEY MOVE 10 TO FS-PAGAMENTOS
           END-START.
           IF FS-PAGAMENTOS NOT EQUAL 10
               READ PAGAMENTOS NEXT
                   AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PAGAMENTOS EQUAL 10
                     OR NUM-EMP-PAG NOT EQUAL NUM-EMP
               IF PAG-LOCACAO
                  AND DATA-PAG EQUAL WRK-TODAY-NUM
                  AND NUM-FAT-PAG EQUAL ZEROES
                   PERFORM 0397H-REFUND-ONE-PAYMENT
               END-IF
               READ PAGAMENTOS NEXT
                   AT END MOVE 10 TO FS-PAGAMENTOS
               END-READ
           END-PERFORM.
       0397B-REFUND-PAYMENTS-END. EXIT.

      *    ONE RENTAL ROW, BACK THE WAY IT CAME: A VOUCHER GETS ITS
      *    BALANCE BACK (AND OPENS AGAIN IF THE RENTAL HAD USED IT
      *    UP), A CHARGE ACCOUNT HAS THE CHARGE TAKEN OFF WHAT IT
      *    OWES, AND CASH OR CARD IS TOTALLED FOR THE DESK TO HAND
      *    BACK. REG-LOC IS PUT BACK AS IT WAS FOR THE CALLER.
       0397H-REFUND-ONE-PAYMENT SECTION.
           EVALUATE TRUE
               WHEN FORMA-VALE
                   ADD VALOR-PAG TO WRK-VOID-VAL
                   MOVE NUM-VAL-PAG TO NUM-VAL
                   READ VALES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           ADD VALOR-PAG TO SALDO-VAL
                           IF VAL-RESGATADO
                               SET VAL-ATIVO TO TRUE
                           END-IF
                           REWRITE REG-VAL
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-READ
               WHEN FORMA-CONTA
                   ADD VALOR-PAG TO WRK-VOID-CTA
                   MOVE REG-LOC TO WRK-LOC-HOLD
                   MOVE CONTA-PAG TO NUM-LOC
                   READ BORROWERS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF SALDO-CONTA-LOC GREATER VALOR-PAG
                               SUBTRACT VALOR-PAG FROM SALDO-CONTA-LOC
                           ELSE
                               MOVE ZEROES TO SALDO-CONTA-LOC
                           END-IF
                           REWRITE REG-LOC
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-READ
                   MOVE WRK-LOC-HOLD TO REG-LOC
               WHEN FORMA-CARTAO
                   ADD VALOR-PAG TO WRK-VOID-CAR
               WHEN OTHER
                   ADD VALOR-PAG TO WRK-VOID-DIN
           END-EVALUATE.
      *
           DELETE PAGAMENTOS RECORD
               INVALID KEY CONTINUE
           END-DELETE.
       0397H-REFUND-ONE-PAYMENT-END. EXIT.

      *    THE POINTS LOT THE RENTAL EARNED IS TAKEN BACK, AND POINTS
      *    SPENT ON IT COME BACK AS A FRESH LOT GOOD FOR THE USUAL
      *    NUMBER OF MONTHS (THE LOTS THEY CAME OFF ARE NOT REBUILT).
      *    BOTH LEDGER ROWS TIED TO THE LOAN ARE REMOVED SO THE
      *    LIABILITY REPORT NEVER SEES THE VOIDED RENTAL.
       0397C-REVERSE-POINTS SECTION.
           MOVE NUM-LOC-EMP TO NUM-LOC-PNT.
           START PONTOS KEY IS EQUAL NUM-LOC-PNT
               INVALID KEY MOVE 10 TO FS-PONTOS
           END-START.
           IF FS-PONTOS NOT EQUAL 10
               READ PONTOS NEXT AT END MOVE 10 TO FS-PONTOS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PONTOS EQUAL 10
                     OR NUM-LOC-PNT NOT EQUAL NUM-LOC-EMP
               IF NUM-EMP-PNT EQUAL NUM-EMP
                  AND DATA-PNT EQUAL WRK-TODAY-NUM
                   EVALUATE TRUE
                       WHEN PNT-GANHO
                           ADD QTDE-PNT TO WRK-VOID-PNT-TIR
                           DELETE PONTOS RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       WHEN PNT-RESGATE
                           ADD QTDE-PNT TO WRK-VOID-PNT-DEV
                           DELETE PONTOS RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
               READ PONTOS NEXT AT END MOVE 10 TO FS-PONTOS END-READ
           END-PERFORM.
      *
           IF WRK-VOID-PNT-DEV EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0382-POINTS-EXPIRY.
           PERFORM 0383-NEXT-POINTS-NUMBER.
           INITIALIZE REG-PNT.
           MOVE WRK-PNT-PROX      TO NUM-PNT.
           MOVE NUM-LOC-EMP       TO NUM-LOC-PNT.
           MOVE ZEROES            TO NUM-EMP-PNT.
           MOVE WRK-TODAY-NUM     TO DATA-PNT.
           SET PNT-GANHO TO TRUE.
           MOVE WRK-VOID-PNT-DEV  TO QTDE-PNT SALDO-PNT.
           MOVE WRK-PNT-EXPIRA    TO DATA-EXPIRA-PNT.
           MOVE ZEROES            TO VALOR-PNT.
           WRITE REG-PNT
               INVALID KEY CONTINUE
           END-WRITE.
       0397C-REVERSE-POINTS-END. EXIT.

      *    THE PROMOTION THE CHECKOUT WAS RUNG UP WITH GETS ITS USE
      *    AND ITS REVENUE FORGONE BACK, SO POVIDPRG'S FIGURES ONLY
      *    COUNT RENTALS THAT STOOD.
       0397D-UNDO-PROMO SECTION.
           IF COD-PRM-EMP EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE COD-PRM-EMP TO COD-PRM.
           READ PROMOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
      *
           IF USOS-PRM GREATER ZEROES
               SUBTRACT 1 FROM USOS-PRM
           END-IF.
           IF DESCONTO-ACUM-PRM GREATER DESC-PRM-EMP
               SUBTRACT DESC-PRM-EMP FROM DESCONTO-ACUM-PRM
           ELSE
               MOVE ZEROES TO DESCONTO-ACUM-PRM
           END-IF.
           REWRITE REG-PRM
               INVALID KEY CONTINUE
           END-REWRITE.
       0397D-UNDO-PROMO-END. EXIT.

      *    A CASH DEPOSIT HELD AGAINST THE LOAN GOES BACK ACROSS THE
      *    COUNTER WITH THE RENTAL. THE ROW IS REMOVED RATHER THAN
      *    CLOSED AS REFUNDED - THE LOAN IT SECURED NEVER STOOD.
       0397E-RETURN-DEPOSIT SECTION.
           MOVE NUM-EMP TO NUM-EMP-CAU.
           READ CAUCOES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT CAU-RETIDA
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE VALOR-CAU TO WRK-VOID-CAU.
           DELETE CAUCOES RECORD
               INVALID KEY CONTINUE
           END-DELETE.
       0397E-RETURN-DEPOSIT-END. EXIT.

      *    THE CHECKOUT SLIP'S FISCAL NUMBER IS VOIDED WITH THE SAME
      *    REASON AND APPROVER, THE WAY NFVIDPRG VOIDS ONE - THE ROW
      *    STAYS SO THE SEQUENCE NEVER BREAKS. A SET SLIP CARRIES THE
      *    FIRST PART'S LOAN, SO ONLY VOIDING THAT PART CANCELS IT.
       0397F-CANCEL-RECEIPT SECTION.
           MOVE WRK-TODAY-NUM TO DATA-FIS.
           START FISCAL KEY IS EQUAL DATA-FIS
               INVALID KEY MOVE 10 TO FS-FISCAL
           END-START.
           IF FS-FISCAL NOT EQUAL 10
               READ FISCAL NEXT AT END MOVE 10 TO FS-FISCAL END-READ
           END-IF.
      *
           PERFORM UNTIL FS-FISCAL EQUAL 10
                     OR DATA-FIS NOT EQUAL WRK-TODAY-NUM
               IF FIS-RETIRADA
                  AND FIS-EMITIDO
                  AND NUM-DOC-FIS EQUAL NUM-EMP
                   SET FIS-CANCELADO   TO TRUE
                   MOVE WRK-TODAY-NUM   TO DATA-CANC-FIS
                   MOVE WRK-VOID-MOTIVO TO MOTIVO-CANC-FIS
                   MOVE LNK-VRF-ID      TO APROV-CANC-FIS
                   REWRITE REG-FIS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE NUM-FIS TO WRK-VOID-FIS
                   END-REWRITE
               END-IF
               READ FISCAL NEXT AT END MOVE 10 TO FS-FISCAL END-READ
           END-PERFORM.
       0397F-CANCEL-RECEIPT-END. EXIT.

      *    WHAT THE DESK HANDS BACK, AND WHERE THE REST WENT.
       0397G-SHOW-REFUND SECTION.
           DISPLAY WRK-ALERT-BRANCO AT LINE 19 COLUMN 02.
           DISPLAY WRK-ALERT-BRANCO AT LINE 20 COLUMN 02.
           DISPLAY WRK-ALERT-BRANCO AT LINE 21 COLUMN 02.
      *
           DISPLAY 'CASH BACK.....: ' AT LINE 19 COLUMN 12.
           COMPUTE WRK-VOID-EDIT = WRK-VOID-DIN + WRK-VOID-CAU.
           DISPLAY WRK-VOID-EDIT AT LINE 19 COLUMN 28
               COLOR 10 HIGHLIGHT.
           DISPLAY 'CARD REFUND: ' AT LINE 19 COLUMN 40.
           MOVE WRK-VOID-CAR TO WRK-VOID-EDIT.
           DISPLAY WRK-VOID-EDIT AT LINE 19 COLUMN 53
               COLOR 10 HIGHLIGHT.
      *
           DISPLAY 'TO VOUCHER....: ' AT LINE 20 COLUMN 12.
           MOVE WRK-VOID-VAL TO WRK-VOID-EDIT.
           DISPLAY WRK-VOID-EDIT AT LINE 20 COLUMN 28
               COLOR 10 HIGHLIGHT.
           DISPLAY 'OFF ACCOUNT: ' AT LINE 20 COLUMN 40.
           MOVE WRK-VOID-CTA TO WRK-VOID-EDIT.
           DISPLAY WRK-VOID-EDIT AT LINE 20 COLUMN 53
               COLOR 10 HIGHLIGHT.
      *
           IF WRK-VOID-CAU GREATER ZEROES
               DISPLAY '(INCLUDES DEPOSIT)' AT LINE 21 COLUMN 12
           END-IF.
           IF WRK-VOID-PNT-DEV GREATER ZEROES
               MOVE WRK-VOID-PNT-DEV TO WRK-PNT-EDIT
               DISPLAY 'POINTS BACK: ' AT LINE 21 COLUMN 40
               DISPLAY WRK-PNT-EDIT AT LINE 21 COLUMN 53
                   COLOR 10 HIGHLIGHT
           END-IF.
       0397G-SHOW-REFUND-END. EXIT.

      *    THE VOID ON ESTORNOS.dat - THE ONLY PLACE THE CHECKOUT
      *    STILL EXISTS ONCE ITS ROWS HAVE BEEN TAKEN OFF.
       0398-WRITE-VOID-RECORD SECTION.
           MOVE HIGH-VALUES TO NUM-EST.
           START ESTORNOS KEY IS NOT GREATER NUM-EST
               INVALID KEY
                   MOVE ZEROES TO NUM-EST
               NOT INVALID KEY
                   READ ESTORNOS NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-EST GIVING WRK-VOID-PROX.
      *
           INITIALIZE REG-EST.
           MOVE WRK-VOID-PROX    TO NUM-EST.
           MOVE WRK-TODAY-NUM    TO DATA-EST.
           MOVE WRK-TIME         TO HORA-EST.
           MOVE NUM-EMP          TO NUM-EMP-EST.
           MOVE CODIGO-EMP       TO CODIGO-EST.
           MOVE NUM-COPIA-EMP    TO NUM-COPIA-EST.
           MOVE NUM-LOC-EMP      TO NUM-LOC-EST.
           MOVE NOME-LOCATARIO   TO NOME-LOC-EST.
           MOVE HORA-EMP         TO HORA-EMP-EST.
           MOVE NUM-CXS-EMP      TO NUM-CXS-EST.
           MOVE WRK-OPERATOR     TO OPERADOR-EST.
           MOVE LNK-VRF-ID       TO APROV-EST.
           MOVE WRK-VOID-MOTIVO  TO MOTIVO-EST.
           MOVE WRK-VOID-DIN     TO VALOR-DIN-EST.
           MOVE WRK-VOID-CAR     TO VALOR-CAR-EST.
           MOVE WRK-VOID-VAL     TO VALOR-VAL-EST.
           MOVE WRK-VOID-CTA     TO VALOR-CTA-EST.
           MOVE WRK-VOID-CAU     TO VALOR-CAU-EST.
           MOVE COD-PRM-EMP      TO COD-PRM-EST.
           MOVE DESC-PRM-EMP     TO DESC-PRM-EST.
           MOVE WRK-VOID-PNT-TIR TO PNT-TIRADOS-EST.
           MOVE WRK-VOID-PNT-DEV TO PNT-DEVOLVIDOS-EST.
           MOVE WRK-VOID-FIS     TO NUM-FIS-EST.
      *
           WRITE REG-EST
               INVALID KEY CONTINUE
           END-WRITE.
       0398-WRITE-VOID-RECORD-END. EXIT.

       0399-AUDIT-VOID SECTION.
           MOVE 'ESTORNO ' TO LOG-OPERACAO.
           MOVE NUM-EMP    TO LOG-CODIGO.
           MOVE 'CHECKOUT' TO LOG-CAMPO.
           MOVE SPACES     TO LOG-VALOR-ANTIGO.
           STRING 'MOVIE ' CODIGO-EMP ' TO ' NUM-LOC-EMP
                  ' AT ' HORA-EMP
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           MOVE SPACES     TO LOG-VALOR-NOVO.
           STRING 'VOID ' WRK-VOID-MOTIVO ' APPROVED BY ' LNK-VRF-ID
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0399-AUDIT-VOID-END. EXIT.

      *    RECEIPT SLIPS - 32 COLUMNS FOR THE NARROW SLIP PRINTER,
      *    APPENDED TO RECIBOS.txt ONE TRANSACTION AT A TIME. THE
      *    OPEN/WRITE/CLOSE PER SLIP FLUSHES EACH ONE TO DISK THE
           IF FS-RECIBOS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'E'               TO WRK-FIS-ORIGEM.
           MOVE NUM-EMP           TO WRK-FIS-DOC.
           MOVE 'L'               TO WRK-IMP-TIPO.
           MOVE WRK-VALOR-LOCACAO TO WRK-IMP-BASE.
           PERFORM 0363-TAKE-FISCAL-NUMBER.
      *
           MOVE 'SR'              TO LNK-MOD-TIPO.
           MOVE WRK-VALOR-LOCACAO TO WRK-VALOR-LOC-EDIT.
           MOVE WRK-VALOR-LOC-EDIT TO LNK-MOD-VALOR.
           PERFORM 0368-LOAD-SLIP-TEMPLATE.
      *
           MOVE ALL '-' TO REG-RCB.
           WRITE REG-RCB.
           PERFORM 0369-WRITE-SLIP-HEADER.
           PERFORM 0364-WRITE-FISCAL-LINE.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER LNK-MOD-CORPO-QTD
               IF WRK-MOD-IDX EQUAL LNK-MOD-ITENS-POS
                   PERFORM 0361-CHECKOUT-SLIP-DETAIL
               ELSE
                   MOVE EL-MOD-CORPO(WRK-MOD-IDX) TO REG-RCB
                   WRITE REG-RCB
               END-IF
           END-PERFORM.
           IF LNK-MOD-ITENS-POS EQUAL ZERO
               PERFORM 0361-CHECKOUT-SLIP-DETAIL
           END-IF.
           MOVE NUM-LOC-EMP TO LNK-RCM-LOC.
           PERFORM 0367-WRITE-RECOMMEND-LINES.
           MOVE SPACES TO REG-RCB.
           WRITE REG-RCB.
      *
           CLOSE RECIBOS.
       0360-OFFER-CHECKOUT-SLIP-END. EXIT.

      *    THE LOAN'S OWN LINES - WHAT WENT OUT, WHEN, WHAT IT COST
      *    AND EVERY DISCOUNT AND POINT MOVEMENT - PRINTED WHERE THE
      *    SLIP TEMPLATE HOLDS {ITENS}.
       0361-CHECKOUT-SLIP-DETAIL SECTION.
           MOVE NUM-EMP TO WRK-NUM-EMP-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'LOAN #' WRK-NUM-EMP-EDIT
           STRING 'LOANED..: ' WRK-LOAN-DISP
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           MOVE DATA-PREVISTA TO WRK-DUE-DISP.
           MOVE SPACES TO REG-RCB.
           STRING 'DUE.....: ' WRK-DUE-DISP ' BY ' HORA-PREVISTA-EMP
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           IF WRK-VALOR-LOCACAO GREATER ZERO
               MOVE WRK-VALOR-LOCACAO TO WRK-VALOR-LOC-EDIT
               MOVE SPACES TO REG-RCB
                   DELIMITED BY SIZE INTO REG-RCB
               WRITE REG-RCB
           END-IF.
           IF WRK-PNT-DESC GREATER ZERO
               MOVE WRK-PNT-DESC TO WRK-DESC-EDIT
               MOVE WRK-PNT-USADOS TO WRK-PNT-EDIT
               MOVE SPACES TO REG-RCB
               STRING 'POINTS ' WRK-PNT-EDIT ' -' WRK-DESC-EDIT
                   DELIMITED BY SIZE INTO REG-RCB
               WRITE REG-RCB
           END-IF.
           IF WRK-VAL-USADO GREATER ZERO
               MOVE WRK-VAL-USADO TO WRK-DESC-EDIT
               MOVE SPACES TO REG-RCB
               STRING 'VOUCHER ' WRK-VAL-NUM ' -' WRK-DESC-EDIT
                   DELIMITED BY SIZE INTO REG-RCB
               WRITE REG-RCB
           END-IF.
           IF WRK-PNT-GANHOS GREATER ZERO
               MOVE WRK-PNT-GANHOS TO WRK-PNT-EDIT
               MOVE SPACES TO REG-RCB
               STRING 'POINTS EARNED..: ' WRK-PNT-EDIT
                   DELIMITED BY SIZE INTO REG-RCB
               WRITE REG-RCB
           END-IF.
           MOVE NUM-LOC-EMP TO NUM-LOC-PNT.
           COPY 'CPVIDPNB.cpy'. *> LOYALTY POINTS BALANCE
           IF WRK-PNT-SALDO GREATER ZERO
               MOVE WRK-PNT-SALDO TO WRK-PNT-EDIT
               MOVE SPACES TO REG-RCB
               STRING 'POINTS BALANCE.: ' WRK-PNT-EDIT
                   DELIMITED BY SIZE INTO REG-RCB
               WRITE REG-RCB
           END-IF.
           PERFORM 0366-WRITE-TAX-LINE.
       0361-CHECKOUT-SLIP-DETAIL-END. EXIT.

       0365-OFFER-RETURN-SLIP SECTION.
           DISPLAY 'PRINT SLIP (Y/N)? [ ]' AT LINE 20 COLUMN 02.
           IF FS-RECIBOS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'D'               TO WRK-FIS-ORIGEM.
           MOVE NUM-EMP           TO WRK-FIS-DOC.
           IF RESULT-DANIFICADO OR RESULT-PERDIDO
               MOVE 'R'           TO WRK-IMP-TIPO
           ELSE
               MOVE 'A'           TO WRK-IMP-TIPO
           END-IF.
           MOVE WRK-VALOR-ATRASO  TO WRK-IMP-BASE.
           PERFORM 0363-TAKE-FISCAL-NUMBER.
      *
           MOVE 'SD'              TO LNK-MOD-TIPO.
           MOVE WRK-VALOR-ATRASO  TO WRK-VALOR-ATRASO-EDIT.
           MOVE WRK-VALOR-ATRASO-EDIT TO LNK-MOD-VALOR.
           PERFORM 0368-LOAD-SLIP-TEMPLATE.
      *
           MOVE ALL '-' TO REG-RCB.
           WRITE REG-RCB.
           PERFORM 0369-WRITE-SLIP-HEADER.
           PERFORM 0364-WRITE-FISCAL-LINE.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER LNK-MOD-CORPO-QTD
               IF WRK-MOD-IDX EQUAL LNK-MOD-ITENS-POS
                   PERFORM 0365B-RETURN-SLIP-DETAIL
               ELSE
                   MOVE EL-MOD-CORPO(WRK-MOD-IDX) TO REG-RCB
                   WRITE REG-RCB
               END-IF
           END-PERFORM.
           IF LNK-MOD-ITENS-POS EQUAL ZERO
               PERFORM 0365B-RETURN-SLIP-DETAIL
           END-IF.
      *
           MOVE SPACES TO REG-RCB.
           WRITE REG-RCB.
      *
           CLOSE RECIBOS.
       0365-OFFER-RETURN-SLIP-END. EXIT.

      *    THE RETURN'S OWN LINES, PRINTED WHERE THE TEMPLATE HOLDS
      *    {ITENS}.
       0365B-RETURN-SLIP-DETAIL SECTION.
           MOVE NUM-EMP TO WRK-NUM-EMP-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'LOAN #' WRK-NUM-EMP-EDIT
               STRING 'LATE FEE: ' WRK-VALOR-ATRASO-EDIT
                   DELIMITED BY SIZE INTO REG-RCB
               WRITE REG-RCB
               PERFORM 0366-WRITE-TAX-LINE
           ELSE
               MOVE 'NO FEE DUE' TO REG-RCB
               WRITE REG-RCB
           END-IF.
       0365B-RETURN-SLIP-DETAIL-END. EXIT.

      *    THE SLIP'S HEADER AND WORDING FROM THIS BRANCH'S TEMPLATE
      *    (MXVIDPRG). THE CALLER HAS SET THE DOCUMENT TYPE AND THE
      *    AMOUNT; THE BORROWER'S NAME IS ONLY KNOWN WHEN THEIR
      *    RECORD IS STILL THE ONE IN THE BUFFER.
       0368-LOAD-SLIP-TEMPLATE SECTION.
           MOVE 'M'            TO LNK-MOD-FUNCAO.
           MOVE WRK-FILIAL     TO LNK-MOD-FILIAL.
           MOVE SPACES         TO LNK-MOD-NOME.
           IF NUM-LOC EQUAL NUM-LOC-EMP
               MOVE NOME-LOC   TO LNK-MOD-NOME
           END-IF.
           MOVE NUM-EMP        TO WRK-NUM-EMP-EDIT.
           MOVE WRK-NUM-EMP-EDIT TO LNK-MOD-DOC.
           MOVE WRK-DATE       TO LNK-MOD-DATA.
           MOVE WRK-TIME       TO LNK-MOD-HORA.
           MOVE DATA-PREVISTA  TO WRK-DUE-DISP.
           MOVE WRK-DUE-DISP   TO LNK-MOD-PREVISTA.
           CALL 'MXVIDPRG' USING LNK-MODELO.
       0368-LOAD-SLIP-TEMPLATE-END. EXIT.

       0369-WRITE-SLIP-HEADER SECTION.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER LNK-MOD-CAB-QTD
               MOVE EL-MOD-CAB(WRK-MOD-IDX) TO REG-RCB
               WRITE REG-RCB
           END-PERFORM.
       0369-WRITE-SLIP-HEADER-END. EXIT.

       0362-COMPUTE-TAX SECTION.
           COPY 'CPVIDIMC.cpy'. *> TAX CONTAINED IN A GROSS AMOUNT
       0362-COMPUTE-TAX-END. EXIT.

      *    EVERY SLIP CARRIES THE NEXT FISCAL NUMBER AND THE TAX IN
      *    ITS AMOUNT. THE NUMBER IS TAKEN ONLY ONCE RECIBOS.txt IS
      *    OPEN, SO A SLIP THAT NEVER PRINTS NEVER LEAVES A GAP; ONE
      *    SPOILED AFTER PRINTING IS VOIDED IN NFVIDPRG.
       0363-TAKE-FISCAL-NUMBER SECTION.
           PERFORM 0362-COMPUTE-TAX.
           MOVE WRK-IMP-BASE  TO WRK-FIS-VALOR.
           MOVE WRK-IMP-VALOR TO WRK-FIS-IMPOSTO.
           MOVE WRK-TODAY-NUM TO WRK-FIS-HOJE.
           COPY 'CPVIDFSN.cpy'. *> TAKE NEXT FISCAL NUMBER
       0363-TAKE-FISCAL-NUMBER-END. EXIT.

       0364-WRITE-FISCAL-LINE SECTION.
           IF WRK-FIS-NUM EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-FIS-NUM TO WRK-FIS-NUM-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'RECEIPT NO. ' WRK-FIS-NUM-EDIT
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
       0364-WRITE-FISCAL-LINE-END. EXIT.

       0366-WRITE-TAX-LINE SECTION.
           IF WRK-FIS-IMPOSTO EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE WRK-FIS-IMPOSTO TO WRK-DESC-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'TAXES INCLUDED: ' WRK-DESC-EDIT
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
       0366-WRITE-TAX-LINE-END. EXIT.

      *    "NEXT TIME, TRY..." - THE BORROWER'S TOP THREE PERSONAL
      *    RECOMMENDATIONS (RKVIDPRG) AT THE FOOT OF THE CHECKOUT
      *    SLIP, SO THE NEXT RENTAL IS ALREADY CHOSEN ON THE WAY OUT.
      *    THE TITLES JUST TAKEN ARE ON FILE BY NOW AND SO NEVER COME
      *    BACK AS THEIR OWN RECOMMENDATION. NOTHING IS PRINTED FOR A
      *    BORROWER WITH NO HISTORY TO GO ON.
       0367-WRITE-RECOMMEND-LINES SECTION.
           MOVE 3 TO LNK-RCM-MAX.
           CALL 'RKVIDPRG' USING LNK-RECOMENDA.
           IF LNK-RCM-QTDE EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'NEXT TIME, YOU MIGHT LIKE:' TO REG-RCB.
           WRITE REG-RCB.
           PERFORM VARYING WRK-RCM-IDX FROM 1 BY 1
                   UNTIL WRK-RCM-IDX GREATER LNK-RCM-QTDE
               MOVE SPACES TO REG-RCB
               STRING '- ' EL-RCM-TITULO(WRK-RCM-IDX)(1:30)
                   DELIMITED BY SIZE INTO REG-RCB
               WRITE REG-RCB
           END-PERFORM.
       0367-WRITE-RECOMMEND-LINES-END. EXIT.

      *    COMPARES THE RETURN DATE JUST STAMPED AGAINST DATA-PREVISTA
      *    AND, WHEN THE LOAN CAME BACK LATE, POSTS ONE LEDGER RECORD
      *    RE-RETURNED LOAN CAN NEVER BE FINED TWICE - THE SECOND
      *    WRITE JUST BOUNCES OFF THE EXISTING RECORD.
       0322-ASSESS-LATE-FEE SECTION.
           IF DATA-DEVOLUCAO LESS DATA-PREVISTA
               PERFORM 0322B-VOID-ACCRUED
               MOVE '54LOAN RETURNED SUCCESSFULLY.' TO WRK-MSG
               EXIT PARAGRAPH
      *
      *    ONLY OPEN DAYS COUNT TOWARDS THE FINE - SEE
      *    0346-COUNT-OPEN-DAYS. A LOAN DUE SATURDAY AND RETURNED
      *    FIRST THING MONDAY IS ONE CHARGEABLE DAY, NOT TWO. A LOAN
      *    BACK ON ITS DUE DATE IS STILL ON TIME UNLESS IT CAME IN
      *    AFTER ITS DUE TIME.
           PERFORM 0346-COUNT-OPEN-DAYS.
           IF WRK-DIAS-ATRASO EQUAL ZERO
               PERFORM 0322B-VOID-ACCRUED
                          ' DAYS LATE. FEE DUE: ' DELIMITED BY SIZE
                          WRK-VALOR-ATRASO-EDIT DELIMITED BY SIZE
                          INTO WRK-MSG
                   PERFORM 0396-CHARGE-FEE-TO-ACCOUNT
                   IF WRK-CONTA-NUM NOT EQUAL ZERO
                       MOVE '54RETURNED LATE - FEE CHARGED TO ACCOUNT.'
                           TO WRK-MSG
                   END-IF
           END-WRITE.
       0322-ASSESS-LATE-FEE-END. EXIT.

                          DELIMITED BY SIZE
                      WRK-VALOR-ATRASO-EDIT DELIMITED BY SIZE
                      INTO WRK-MSG
               PERFORM 0396-CHARGE-FEE-TO-ACCOUNT
               IF WRK-CONTA-NUM NOT EQUAL ZERO
                   MOVE '54RETURNED LATE - FEE CHARGED TO ACCOUNT.'
                       TO WRK-MSG
               END-IF
           ELSE
               MOVE '42RETURNED LATE - FEE ALREADY ON LEDGER.'
                   TO WRK-MSG
               ADD 1 TO WRK-SER-PULADAS
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0307-CHECK-STREET-DATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
              OR WRK-EMBARGO EQUAL 'S'
               INITIALIZE WRK-MSG
               ADD 1 TO WRK-SER-PULADAS
               EXIT PARAGRAPH
           END-IF.
      *
      *    AN EXPENSIVE PART OF THE SET DEMANDS ITS DEPOSIT LIKE ANY
      *    OTHER CHECKOUT - BOX SETS ARE EXACTLY WHAT THE DEPOSIT
           MOVE TITULO TO WRK-SLIP-TITULO.
           MOVE REG-FIL TO WRK-JRN-ANTES-FIL.
           PERFORM 0305-NEXT-LOAN-NUMBER.
           MOVE SPACES TO WRK-PLATAFORMA.
           PERFORM 0314-PICK-COPY.
      *
           MOVE WRK-CHECK-CODIGO TO CODIGO-EMP.
           MOVE WRK-FILIAL       TO FILIAL-EMP.
           MOVE WRK-TIME         TO HORA-EMP.
           MOVE SPACES           TO HORA-DEV-EMP.
           MOVE WRK-SESSAO-EMP    TO NUM-CXS-EMP.
           MOVE SPACES           TO COD-PRM-EMP.
           MOVE ZEROES           TO DESC-PRM-EMP.
           MOVE WRK-DUE-COMUM    TO DATA-PREVISTA.
           MOVE 'N'              TO WRK-HOR-OVN.
           PERFORM 0348A-STAMP-DUE-TIME.
           SET EMP-ATIVO TO TRUE.
      *
           WRITE REG-EMP
           MOVE TITULO(1:26) TO EL-SCK-TIT(WRK-SER-QTDE).
      *
           EVALUATE TRUE
               WHEN MIDIA-JOGO
                   ADD WRK-PRECO-JOG TO WRK-SER-TOTAL
               WHEN PRECO-NOVIDADE
                   ADD WRK-PRECO-NOV TO WRK-SER-TOTAL
               WHEN PRECO-CATALOGO
           DISPLAY 'SET RENTAL: ' AT LINE 22 COLUMN 02.
           DISPLAY WRK-VALOR-LOC-EDIT AT LINE 22 COLUMN 14
               COLOR 11 HIGHLIGHT.
           MOVE WRK-CHECK-LOC TO NUM-LOC-EMP.
           PERFORM 0393-FIND-ACCOUNT.
           IF WRK-CONTA-NUM NOT EQUAL ZERO
               DISPLAY 'METHOD (D=CASH C=CARD A=ACCOUNT): [ ]'
                   AT LINE 22 COLUMN 26
               MOVE 61 TO WRK-TENDER-COL
           ELSE
               DISPLAY 'METHOD (D=CASH C=CARD): [ ]'
                   AT LINE 22 COLUMN 26
               MOVE 51 TO WRK-TENDER-COL
           END-IF.
           MOVE 'D' TO WRK-FORMA-EMP.
           ACCEPT WRK-FORMA-EMP AT LINE 22 COLUMN WRK-TENDER-COL.
           EVALUATE TRUE
               WHEN WRK-FORMA-EMP EQUAL 'c' OR EQUAL 'C'
                   MOVE 'C' TO WRK-FORMA-EMP
               WHEN (WRK-FORMA-EMP EQUAL 'a' OR EQUAL 'A')
                AND WRK-CONTA-NUM NOT EQUAL ZERO
                   MOVE 'A' TO WRK-FORMA-EMP
               WHEN OTHER
                   MOVE 'D' TO WRK-FORMA-EMP
           END-EVALUATE.
           IF WRK-FORMA-EMP EQUAL 'A'
              AND WRK-CONTA-SALDO + WRK-SER-TOTAL
                  GREATER WRK-CONTA-LIMITE
               MOVE '43CHARGE ACCOUNT OVER ITS CREDIT LIMIT.'
                   TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               DISPLAY 'METHOD (D=CASH C=CARD):            [ ]'
                   AT LINE 22 COLUMN 26
               MOVE 'D' TO WRK-FORMA-EMP
               ACCEPT WRK-FORMA-EMP AT LINE 22 COLUMN 61
               IF WRK-FORMA-EMP EQUAL 'c' OR EQUAL 'C'
                   MOVE 'C' TO WRK-FORMA-EMP
               ELSE
                   MOVE 'D' TO WRK-FORMA-EMP
               END-IF
           END-IF.
      *
           MOVE EL-SCK-NUM(1) TO NUM-EMP.
           MOVE WRK-SER-TOTAL TO WRK-VALOR-LOCACAO.
           MOVE WRK-SER-TOTAL TO WRK-VALOR-PAGTO.
           PERFORM 0372-WRITE-RENTAL-PAYMENT.
       0344-CHARGE-SERIES-RENTAL-END. EXIT.

           IF FS-RECIBOS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'E'               TO WRK-FIS-ORIGEM.
           MOVE EL-SCK-NUM(1)     TO WRK-FIS-DOC.
           MOVE 'L'               TO WRK-IMP-TIPO.
           MOVE WRK-SER-TOTAL     TO WRK-IMP-BASE.
           PERFORM 0363-TAKE-FISCAL-NUMBER.
      *
           MOVE ALL '-' TO REG-RCB.
           WRITE REG-RCB.
           MOVE 'VIDEOTECA - SET CHECKOUT' TO REG-RCB.
           WRITE REG-RCB.
           PERFORM 0364-WRITE-FISCAL-LINE.
           MOVE SPACES TO REG-RCB.
           STRING 'SERIES..: ' DESC-SER(1:20)
               DELIMITED BY SIZE INTO REG-RCB.
                   DELIMITED BY SIZE INTO REG-RCB
               WRITE REG-RCB
           END-IF.
           PERFORM 0366-WRITE-TAX-LINE.
      *
           MOVE ALL '*' TO REG-RCB.
           WRITE REG-RCB.
      *    EVERY LOAN IN THE SET WAS STAMPED WITH THE SAME DATE AT
      *    THE SAME BRANCH, SO THE LAST STAMP'S CLOSING TIME HOLDS.
           MOVE WRK-DUE-COMUM TO WRK-DUE-DISP.
           MOVE SPACES TO REG-RCB.
           STRING '** ALL DUE ' WRK-DUE-DISP ' ' WRK-HOR-FECHA ' **'
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           MOVE ALL '*' TO REG-RCB.
           WRITE REG-RCB.
           MOVE WRK-CHECK-LOC TO LNK-RCM-LOC.
           PERFORM 0367-WRITE-RECOMMEND-LINES.
           MOVE SPACES TO REG-RCB.
           WRITE REG-RCB.
      *
       0343-SERIES-SLIP-END. EXIT.

      *    "WHEN WILL IT BE BACK?" ANSWERED IN ONE LOOK: EVERY COPY
      *    OF THE TITLE WITH ITS FORMAT, STATUS AND WHAT IS ON THAT
      *    EDITION (LANGUAGES, REGION, ASPECT), FOR LOANED COPIES THE
      *    BORROWER AND DUE DATE, THE EARLIEST DUE-BACK DATE, AND
      *    HOW DEEP THE HOLD QUEUE RUNS - "THURSDAY, AND YOU WOULD
      *    BE SECOND IN LINE".
           DISPLAY SCREEN-MAIN.
           DISPLAY TITULO(1:45) AT LINE 06 COLUMN 14
               COLOR 11 HIGHLIGHT.
           DISPLAY 'CPY FMT STATUS      BORROWER'
               AT LINE 08 COLUMN 02.
           DISPLAY 'DUE BACK   EDITION' AT LINE 08 COLUMN 43.
           MOVE 09 TO WRK-LST-LINE.
      *
           MOVE WRK-DISP-CODIGO TO CODIGO-COP.
       0347-AVAILABILITY-INQUIRY-END. EXIT.

       0347A-SHOW-COPY-LINE SECTION.
           DISPLAY NUM-COPIA AT LINE WRK-LST-LINE COLUMN 02
               COLOR 11 HIGHLIGHT.
           DISPLAY FORMATO-COP AT LINE WRK-LST-LINE COLUMN 06
               COLOR 11 HIGHLIGHT.
           EVALUATE TRUE
               WHEN COP-DISPONIVEL
                   DISPLAY 'ON SHELF ' AT LINE WRK-LST-LINE COLUMN 10
                       COLOR 10 HIGHLIGHT
               WHEN COP-EMPRESTADA
                   DISPLAY 'ON LOAN  ' AT LINE WRK-LST-LINE COLUMN 10
                       COLOR 4 HIGHLIGHT
                   PERFORM 0347B-FIND-COPY-LOAN
                   IF WRK-DISP-DUE NOT EQUAL ZEROES
                       DISPLAY WRK-DISP-NOME
                           AT LINE WRK-LST-LINE COLUMN 22
                           COLOR 11 HIGHLIGHT
                       MOVE WRK-DISP-DUE TO WRK-DUE-DISP
                       DISPLAY WRK-DUE-DISP
                           AT LINE WRK-LST-LINE COLUMN 43
                           COLOR 11 HIGHLIGHT
                   END-IF
               WHEN COP-TRANSITO
                   DISPLAY 'IN TRANSIT' AT LINE WRK-LST-LINE COLUMN 10
                       COLOR 3 HIGHLIGHT
               WHEN COP-VENDIDA
                   DISPLAY 'SOLD     ' AT LINE WRK-LST-LINE COLUMN 10
                       COLOR 3 HIGHLIGHT
               WHEN COP-DEVOLVIDA-DIS
                   DISPLAY 'AT VENDOR' AT LINE WRK-LST-LINE COLUMN 10
                       COLOR 3 HIGHLIGHT
               WHEN OTHER
                   DISPLAY 'WRITTEN OFF'
                       AT LINE WRK-LST-LINE COLUMN 10
                       COLOR 3 HIGHLIGHT
           END-EVALUATE.
      *
           PERFORM 0347D-SHOW-EDITION.
       0347A-SHOW-COPY-LINE-END. EXIT.

      *    THE SPECS OF THE COPY'S EDITION - TITLE AND FORMAT - CUT TO
      *    WHAT FITS AT THE END OF THE LINE. A RANDOM READ, SO THE COPY
      *    REGISTER WALK IS LEFT WHERE IT WAS.
       0347D-SHOW-EDITION SECTION.
           MOVE CODIGO-COP  TO CODIGO-EDI.
           MOVE FORMATO-COP TO FORMATO-EDI.
           READ EDICOES
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           COPY 'CPVIDESU.cpy'. *> EDITION SUMMARY LINE
           DISPLAY WRK-EDI-RESUMO(1:26)
               AT LINE WRK-LST-LINE COLUMN 54 COLOR 3 HIGHLIGHT.
       0347D-SHOW-EDITION-END. EXIT.

      *    THE ACTIVE LOAN CARRYING THIS SPECIFIC COPY, OFF THE
      *    CODIGO-EMP GROUP. THE WALK MOVES THE LOAN POSITION ONLY -
      *    THE COPY REGISTER WALK ABOVE KEEPS ITS OWN. THE EARLIEST
           END-PERFORM.
       0347C-COUNT-QUEUE-END. EXIT.

      *    A GAME IS RENTED FOR A CONSOLE: THE OPERATOR SEES WHICH
      *    PLATFORMS HAVE A COPY ON THE SHELF AND KEYS THE ONE THE
      *    CUSTOMER PLAYS ON, AND 0314 THEN PICKS A COPY ON IT. A FILM,
      *    OR A GAME WITH NO REGISTER ROWS FREE, TAKES ANY COPY.
       0356-ASK-PLATFORM SECTION.
           MOVE SPACES TO WRK-PLATAFORMA WRK-PLT-LIVRES.
           IF NOT MIDIA-JOGO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 1 TO WRK-PLT-PTR.
           MOVE WRK-CHECK-CODIGO TO CODIGO-COP.
           MOVE ZEROES           TO NUM-COPIA.
           START COPIAS KEY IS NOT LESS CHAVE-COP
               INVALID KEY MOVE 10 TO FS-COPIAS
           END-START.
           IF FS-COPIAS NOT EQUAL 10
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-IF.
      *
           PERFORM UNTIL FS-COPIAS EQUAL 10
                     OR CODIGO-COP NOT EQUAL WRK-CHECK-CODIGO
               IF COP-DISPONIVEL AND FORMATO-COP NOT EQUAL SPACES
                   MOVE ZERO TO WRK-PLT-ACHOU
                   INSPECT WRK-PLT-LIVRES TALLYING WRK-PLT-ACHOU
                       FOR ALL FORMATO-COP
                   IF WRK-PLT-ACHOU EQUAL ZERO AND WRK-PLT-PTR LESS 30
                       STRING FORMATO-COP ' ' DELIMITED BY SIZE
                           INTO WRK-PLT-LIVRES WITH POINTER WRK-PLT-PTR
                   END-IF
               END-IF
               READ COPIAS NEXT AT END MOVE 10 TO FS-COPIAS END-READ
           END-PERFORM.
      *
           IF WRK-PLT-LIVRES EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
      *
           DISPLAY 'ON SHELF FOR: ' AT LINE 20 COLUMN 02.
           DISPLAY WRK-PLT-LIVRES AT LINE 20 COLUMN 16
               COLOR 11 HIGHLIGHT.
           DISPLAY 'PLATFORM....: [   ]' AT LINE 21 COLUMN 02.
           ACCEPT WRK-PLATAFORMA AT LINE 21 COLUMN 17.
           DISPLAY WRK-ALERT-BRANCO AT LINE 20 COLUMN 02.
           DISPLAY WRK-ALERT-BRANCO AT LINE 21 COLUMN 02.
           INSPECT WRK-PLATAFORMA
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           IF WRK-PLATAFORMA EQUAL SPACES
               MOVE '27CHECKOUT CANCELLED - NO PLATFORM GIVEN.'
                   TO WRK-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WRK-PLT-ACHOU.
           INSPECT WRK-PLT-LIVRES TALLYING WRK-PLT-ACHOU
               FOR ALL WRK-PLATAFORMA.
           IF WRK-PLT-ACHOU EQUAL ZERO
               MOVE '43NO FREE COPY FOR THAT PLATFORM.' TO WRK-MSG
           END-IF.
       0356-ASK-PLATFORM-END. EXIT.

      *    THE MORNING PILE FROM THE DOOR SLOT: EVERY LOAN KEYED IN
      *    THIS MODE CLOSES WITH AN EFFECTIVE RETURN DATE OF THE
      *    PREVIOUS OPEN DAY PER CALENDARIO.dat, SO A TAPE PUSHED
      *    THROUGH ON TIME SATURDAY NIGHT NEVER ACCRUES SUNDAY-AND-
      *    MONDAY FEES. THE LOAN IS MARKED AS A DROP-BOX RETURN SO
      *    THE DAY SHEET CAN SHOW THE PILE SEPARATELY. AN IDLE
      *    LOAN-NUMBER FIELD ENDS THE PILE AND LOCKS THE TERMINAL.
       0357-DROPBOX-MODE SECTION.
           INITIALIZE WRK-MSG.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           DISPLAY 'LOAN NUMBER (00000 = END)...: [     ]'
               AT LINE 10 COLUMN 12.
      *
           MOVE 1   TO NUM-EMP.
           MOVE 'N' TO WRK-SCAN-OCIOSO.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           PERFORM UNTIL NUM-EMP EQUAL ZEROES
               MOVE ZEROES TO NUM-EMP
               ACCEPT NUM-EMP AT LINE 10 COLUMN 44
                   WITH TIME-OUT WRK-TMO-SEGUNDOS
               IF COB-CRT-STATUS EQUAL 8001
                   MOVE ZEROES TO NUM-EMP
                   MOVE 'S'    TO WRK-SCAN-OCIOSO
               END-IF
               IF NUM-EMP NOT EQUAL ZEROES
                   PERFORM 0358-DROPBOX-ONE
               END-IF
           END-PERFORM.
      *
           IF WRK-SCAN-OCIOSO EQUAL 'S'
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-DROP-COUNT TO WRK-SCAN-COUNT-EDIT.
           INITIALIZE WRK-MSG.
             + WRK-EFF-LOAN-DAYS).
           PERFORM 0348-ROLL-PAST-CLOSED.
           MOVE WRK-DUE-NUM TO DATA-PREVISTA.
      *    A RENEWAL RUNS THE PLAN/HOUSE PERIOD WHATEVER THE TITLE'S
      *    CLASS, SO IT IS DUE BY CLOSING TIME LIKE ANY OTHER LOAN.
           MOVE 'N' TO WRK-HOR-OVN.
           PERFORM 0348A-STAMP-DUE-TIME.
           ADD 1 TO QTDE-RENOV-EMP.
      *
           REWRITE REG-EMP
                   MOVE DATA-PREVISTA TO WRK-DUE-DISP
                   STRING '57LOAN RENEWED. NOW DUE ' DELIMITED BY SIZE
                          WRK-DUE-DISP DELIMITED BY SIZE
                          ' BY ' DELIMITED BY SIZE
                          HORA-PREVISTA-EMP DELIMITED BY SIZE
                          '.' DELIMITED BY SIZE
                          INTO WRK-MSG
           END-REWRITE.
           MOVE WRK-CAL-PROBE TO WRK-DUE-NUM.
       0348-ROLL-PAST-CLOSED-END. EXIT.

      *    STAMPS THE TIME OF DAY THE LOAN IN REG-EMP IS DUE BACK ON
      *    DATA-PREVISTA - NOON WHEN THE CALLER HAS FLAGGED AN
      *    OVERNIGHT LOAN IN WRK-HOR-OVN, OTHERWISE CLOSING TIME AT
      *    THE LENDING BRANCH ON THAT WEEKDAY (HORARIOS.dat).
       0348A-STAMP-DUE-TIME SECTION.
           MOVE FILIAL-EMP    TO WRK-HOR-FILIAL.
           MOVE DATA-PREVISTA TO WRK-HOR-DATA.
           COPY 'CPVIDHOB.cpy'. *> BRANCH HOURS FOR A DATE
      *
           IF WRK-HOR-OVN EQUAL 'S'
               MOVE WRK-HOR-MEIODIA TO HORA-PREVISTA-EMP
           ELSE
               MOVE WRK-HOR-FECHA   TO HORA-PREVISTA-EMP
           END-IF.
       0348A-STAMP-DUE-TIME-END. EXIT.

      *    SETS WRK-CAL-FECHADO FOR THE DATE IN WRK-CAL-PROBE.
      *    INTEGER-OF-DATE DAY 1 IS A MONDAY, SO DAY MOD 7 = 0 MEANS
      *    SUNDAY.
                   ADD 1 TO WRK-DIAS-ATRASO
               END-IF
           END-PERFORM.
      *
      *    THE CLOCK RUNS FROM THE DUE TIME, NOT FROM MIDNIGHT - EACH
      *    OPEN DAY ABOVE ENDS AT THE SAME TIME OF DAY THE LOAN WAS
      *    DUE, SO COMING BACK LATER IN THE DAY THAN THAT STARTS ONE
      *    MORE. A DROP-BOX RETURN IS DATED THE PREVIOUS OPEN DAY AND
      *    HAS NO TRUE TIME, AND A LOAN FROM BEFORE DUE TIMES WERE
      *    STAMPED WAS DUE BY CLOSE OF BUSINESS - NEITHER IS MOVED.
           IF HORA-PREVISTA-EMP NOT EQUAL SPACES
              AND HORA-DEV-EMP NOT EQUAL SPACES
              AND HORA-DEV-EMP GREATER HORA-PREVISTA-EMP
              AND NOT RESULT-DROPBOX
               ADD 1 TO WRK-DIAS-ATRASO
           END-IF.
       0346-COUNT-OPEN-DAYS-END. EXIT.

      *    LISTS EVERY ACTIVE LOAN WHOSE DUE DATE HAS ALREADY PASSED,
           ACCEPT SCREEN-WAIT.
       0330-OVERDUE-REPORT-END. EXIT.

      *    THE BORROWER'S PHONE CLOSES THE LINE FOR THE CHASING
      *    CALLS - IN FULL ONLY FOR A SUPERVISOR OR AN ADMINISTRATOR,
      *    THE LAST FOUR DIGITS FOR ANYONE ELSE.
       0335-SHOW-OVERDUE-LINE SECTION.
           MOVE NUM-EMP TO WRK-NUM-EMP-EDIT.
           DISPLAY WRK-NUM-EMP-EDIT AT LINE WRK-LST-LINE COLUMN 14
           MOVE DATA-PREVISTA TO WRK-DUE-DISP.
           DISPLAY WRK-DUE-DISP AT LINE WRK-LST-LINE COLUMN 53
               COLOR 4 HIGHLIGHT.
      *
           MOVE NUM-LOC-EMP TO NUM-LOC.
           READ BORROWERS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 0335A-MASK-BORROWER.
           MOVE WRK-PERFIL-EMP TO WRK-MSK-PERFIL.
           IF MSK-VE-TUDO
               DISPLAY FONE-LOC AT LINE WRK-LST-LINE COLUMN 64
                   COLOR 11 HIGHLIGHT
           ELSE
               DISPLAY WRK-MSK-FONE AT LINE WRK-LST-LINE COLUMN 64
                   COLOR 11 HIGHLIGHT
           END-IF.
       0335-SHOW-OVERDUE-LINE-END. EXIT.

       0335A-MASK-BORROWER SECTION.
           COPY 'CPVIDMKB.cpy'. *> MASK BORROWER PERSONAL DATA
       0335A-MASK-BORROWER-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE MOVIES.
           CLOSE BORROWERS.
           CLOSE TAXAS.
           CLOSE RESERVAS.
           CLOSE CALENDARIO.
           CLOSE HORARIOS.
           CLOSE COPIAS.
           CLOSE LOG-AUDITORIA.
           CLOSE JOURNAL.
           CLOSE SERIES SERIEMEM.
           CLOSE PLANOS.
           CLOSE PAGAMENTOS.
           CLOSE CAUCOES.
           CLOSE AVALIACOES.
           CLOSE PROMOS.
           CLOSE FAMILIAS.
           CLOSE PONTOS.
           CLOSE VALES.
           CLOSE FISCAL.
           CLOSE ATIVOS.
           CLOSE ALERTAS.
           CLOSE CARTOES.
           CLOSE ESTORNOS.
           CLOSE EDICOES.
           CLOSE DEVEDORES.
           CLOSE EMPRESTIMOS.
      *
           IF FS-EMPRESTIMOS NOT EQUAL "00"
