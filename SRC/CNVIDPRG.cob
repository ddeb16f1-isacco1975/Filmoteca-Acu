      ******************************************************************
      * FILE NAME   : CNVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : FILM CLUB OF VIDEOTECA PROGRAM - SETS UP THE     *
      *               SCREENING EVENTS OF A CATALOGUE TITLE, SELLS     *
      *               THEIR TICKETS AGAINST THE OPERATOR'S DRAWER      *
      *               SESSION WITH THE MEMBER'S PLAN DISCOUNT, KEEPS   *
      *               A WAITING LIST WHEN THE ROOM IS FULL, CHECKS     *
      *               TICKETS AT THE DOOR AND REPORTS ATTENDANCE,      *
      *               TAKINGS AND THE RENTALS THE NIGHT LED TO         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDXBS.cpy'. *> SCREENING EVENTS DAT WORKBOOK
           COPY 'CPVIDIGS.cpy'. *> FILM CLUB TICKETS DAT WORKBOOK
           COPY 'CPVIDFCV.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDLCS.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDPLS.cpy'. *> MEMBERSHIP PLANS DAT WORKBOOK
           COPY 'CPVIDVNS.cpy'. *> EX-RENTAL SALES DAT WORKBOOK
           COPY 'CPVIDCXS.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDVLS.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDPAS.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDFSS.cpy'. *> FISCAL RECEIPT REGISTER WORKBOOK
           COPY 'CPVIDNFS.cpy'. *> NOTIFICATION QUEUE DAT WORKBOOK
           COPY 'CPVIDSMF.cpy'. *> SERIES MEMBERS DAT WORKBOOK
           COPY 'CPVIDEMS.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDAFC.cpy'. *> AUDIT LOG WORKBOOK
      *
      *    SAME NARROW SLIP FILE THE LOAN DESK AND THE SALES TILL
      *    PRINT TO, APPENDED ONE TRANSACTION AT A TIME.
           SELECT RECIBOS
              ASSIGN       TO 'RECIBOS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-RECIBOS.
      *
      *    ONE MONTH OF SCREENINGS - ATTENDANCE, TAKINGS AND THE
      *    RENTALS THAT FOLLOWED.
           SELECT CINECLUBE-REL
              ASSIGN       TO 'CINECLUBE-REL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE  IS SEQUENTIAL
              FILE STATUS  IS FS-CINECLUBE-REL.
      *
           COPY 'CPVIDMTS.cpy'. *> MAINTENANCE FLAG
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EXIBICOES.
           COPY 'CPVIDXBR.cpy'. *> SCREENING EVENT DATA FILE
      *
       FD  INGRESSOS.
           COPY 'CPVIDIGR.cpy'. *> FILM CLUB TICKET DATA FILE
      *
       FD  MOVIES.
           COPY 'CPVIDDAT.cpy'. *> MOVIES DATA FILE
      *
       FD  BORROWERS.
           COPY 'CPVIDLOC.cpy'. *> BORROWER DATA FILE
      *
       FD  PLANOS.
           COPY 'CPVIDPLA.cpy'. *> MEMBERSHIP PLAN DATA FILE
      *
       FD  VENDAS.
           COPY 'CPVIDVND.cpy'. *> EX-RENTAL SALES DATA FILE
      *
       FD  CAIXA.
           COPY 'CPVIDCXA.cpy'. *> CASH DRAWER SESSION DATA FILE
      *
       FD  VALES.
           COPY 'CPVIDVAL.cpy'. *> GIFT VOUCHER DATA FILE
      *
       FD  PARAMS.
           COPY 'CPVIDPAR.cpy'. *> PARAMETER DATA FILE
      *
       FD  FISCAL.
           COPY 'CPVIDFSC.cpy'. *> FISCAL RECEIPT REGISTER DATA FILE
      *
       FD  NOTIFICACOES.
           COPY 'CPVIDNFI.cpy'. *> NOTIFICATION QUEUE DATA FILE
      *
       FD  SERIEMEM.
           COPY 'CPVIDSME.cpy'. *> SERIES MEMBER DATA FILE
      *
       FD  EMPRESTIMOS.
           COPY 'CPVIDEMP.cpy'. *> LOANS DATA FILE
      *
       FD  LOG-AUDITORIA.
           COPY 'CPVIDAUD.cpy'. *> AUDIT LOG RECORD
      *
       FD  RECIBOS.
       01 REG-RCB                PIC X(32).
      *
       FD  CINECLUBE-REL.
       01 REG-CNR                PIC X(132).
      *
       FD  MANUTENCAO.
           COPY 'CPVIDMTR.cpy'. *> MAINTENANCE FLAG RECORD
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'CPVIDMNU.cpy'. *> MAIN SCREEN KEYS
           COPY 'CPVIDEDT.cpy'. *> EDITION SCREEN (WRK-CONTINUE/WRK-LINE)
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDXBW.cpy'. *> SCREENING EVENTS DAT WORKBOOK
           COPY 'CPVIDIGW.cpy'. *> FILM CLUB TICKETS DAT WORKBOOK
           COPY 'CPVIDFCW.cpy'. *> MOVIES DAT WORKBOOK
           COPY 'CPVIDLCW.cpy'. *> BORROWERS DAT WORKBOOK
           COPY 'CPVIDPLW.cpy'. *> MEMBERSHIP PLANS DAT WORKBOOK
           COPY 'CPVIDVNW.cpy'. *> EX-RENTAL SALES DAT WORKBOOK
           COPY 'CPVIDCXW.cpy'. *> CASH DRAWER SESSIONS DAT WORKBOOK
           COPY 'CPVIDVLW.cpy'. *> GIFT VOUCHERS DAT WORKBOOK
           COPY 'CPVIDPAW.cpy'. *> PARAMETERS DAT WORKBOOK
           COPY 'CPVIDFSW.cpy'. *> FISCAL RECEIPT REGISTER WORKBOOK
           COPY 'CPVIDIMW.cpy'. *> SERVICE AND SALES TAX WORKBOOK
           COPY 'CPVIDNFW.cpy'. *> NOTIFICATION QUEUE WORKBOOK
           COPY 'CPVIDSEW.cpy'. *> SERIES DAT WORKBOOK
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDAUW.cpy'. *> AUDIT LOG WORKBOOK (OPERATOR ID)
           COPY 'CPVIDCNL.cpy'. *> AUDIT/JOURNAL HASH CHAIN LINKAGE
           COPY 'CPVIDMDL.cpy'. *> DOCUMENT TEMPLATE LINKAGE (MXVIDPRG)
           COPY 'CPVIDSPL.cpy'. *> SPOOL LINKAGE (SPVIDPRG)
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDMTW.cpy'. *> MAINTENANCE FLAG WORKBOOK
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-RECIBOS               PIC X(02) VALUE '00'.
       77  FS-CINECLUBE-REL         PIC X(02) VALUE '00'.
       77  WRK-COPTION              PIC X(01) VALUE SPACE.
       77  WRK-TODAY-NUM            PIC 9(08) VALUE ZERO.
       77  WRK-MOD-IDX              PIC 9(02) VALUE ZERO.
       77  WRK-LST-LINE             PIC 9(02) USAGE COMP-3 VALUE 09.
       77  WRK-LIMPA                PIC X(50) VALUE SPACES.
      *
      *    OPEN DRAWER SESSION FOR THE SIGNED-ON OPERATOR, AS IN
      *    VDVIDPRG - TICKET MONEY IS STAMPED WITH IT SO THE EDVIDPRG
      *    CASH-UP SEES IT IN THE DRAWER.
       77  WRK-SESSAO               PIC 9(05) VALUE ZERO.
      *
      *    BRANCH A NEW EVENT IS SET UP AT (SAME VIDEOTECA-FILIAL
      *    VARIABLE THE LOAN DESK USES).
       77  WRK-FILIAL-EXB           PIC X(02) VALUE '01'.
       77  WRK-FILIAL-TXT           PIC X(02) VALUE SPACES.
      *
      *    POLICY FROM PARAMS.dat: THE FILM CLUB DISCOUNT OF A MEMBER
      *    ON HOUSE TERMS (CINEDESC, PERCENT - PLAN HOLDERS GET THEIR
      *    PLAN'S OWN RATE) AND THE DAYS AFTER A SCREENING A RENTAL
      *    STILL COUNTS AS BROUGHT IN BY IT (CINEJAN).
       77  WRK-CINE-DESC            PIC 9(02) VALUE ZERO.
       77  WRK-CINE-JANELA          PIC 9(03) VALUE 14.
      *
      *    EVENT BEING SET UP OR SOLD AGAINST.
       77  WRK-EXB-NUM              PIC 9(05) VALUE ZERO.
       77  WRK-EXB-NEXT             PIC 9(05) VALUE ZERO.
       77  WRK-EXB-NOVO             PIC X(01) VALUE 'N'.
       77  WRK-EXB-LOT-ANT          PIC 9(03) VALUE ZERO.
       77  WRK-EXB-ANTES            PIC X(45) VALUE SPACES.
       77  WRK-LIVRES               PIC S9(04) USAGE COMP-3 VALUE ZERO.
      *
      *    TICKET BEING SOLD - WHO FOR AND HOW MANY SEATS, AND
      *    WHETHER THE MEMBER ALREADY HOLDS A PLACE ON THE EVENT'S
      *    WAITING LIST ('E' WAITING, 'O' OFFERED A SEAT, 'N' NONE).
       77  WRK-ING-NUM              PIC 9(07) VALUE ZERO.
       77  WRK-ING-NEXT             PIC 9(07) VALUE ZERO.
       77  WRK-ING-LOC              PIC 9(05) VALUE ZERO.
       77  WRK-ING-QTDE             PIC 9(02) VALUE ZERO.
       77  WRK-ING-NOME             PIC X(20) VALUE SPACES.
       77  WRK-ING-ACHOU            PIC X(01) VALUE 'N'.
       77  WRK-ING-ANT              PIC 9(07) VALUE ZERO.
       77  WRK-ING-HELD             PIC 9(02) VALUE ZERO.
       77  WRK-ING-PRES             PIC 9(02) VALUE ZERO.
       77  WRK-DESC-PCT             PIC 9(02) VALUE ZERO.
       77  WRK-BRUTO                PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-DESCONTO             PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-VALOR                PIC 9(05)V9(02) VALUE ZERO.
       77  WRK-VND-NEXT             PIC 9(05) VALUE ZERO.
       77  WRK-VAL-PROX             PIC 9(07) VALUE ZERO.
      *
      *    TENDER PROMPT, AS IN VDVIDPRG.
       77  WRK-PAG-LINHA            PIC 9(02) VALUE 16.
       77  WRK-PAG-LINHA2           PIC 9(02) VALUE 17.
       77  WRK-PAG-OK               PIC X(01) VALUE 'N'.
      *
      *    WAITING-LIST PLACES OFFERED A SEAT THAT CAME FREE.
       77  WRK-PRM-QTDE             PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-ESP-QTDE             PIC 9(03) USAGE COMP-3 VALUE ZERO.
      *
       77  WRK-NUM-EXB-EDIT         PIC Z(04)9.
       77  WRK-NUM-ING-EDIT         PIC Z(06)9.
       77  WRK-NUM-VAL-EDIT         PIC Z(06)9.
       77  WRK-VAL-EDIT             PIC Z.ZZ9,99.
       77  WRK-TOT-EDIT             PIC ZZZ.ZZ9,99.
       77  WRK-QTD-EDIT             PIC ZZ9.
       77  WRK-QT2-EDIT             PIC Z9.
       77  WRK-PCT-EDIT             PIC Z9.
       77  WRK-DATA-DISP            PIC 9(04)/9(02)/9(02).
      *
      *    MONTHLY REPORT - THE MONTH ASKED FOR, THE RENTAL WINDOW
      *    OF THE EVENT IN HAND AND ITS COUNTS, AND THE MONTH'S
      *    TOTALS.
       77  WRK-REL-MES              PIC 9(06) VALUE ZERO.
       77  WRK-REL-INI              PIC 9(08) VALUE ZERO.
       77  WRK-JAN-FIM              PIC 9(08) VALUE ZERO.
       77  WRK-EV-VEND              PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-EV-PRES              PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-EV-ESP               PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-EV-VALOR             PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-EV-DESC              PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-EV-ALUG              PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-TOT-EVT              PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-TOT-LOT              PIC 9(07) USAGE COMP-3 VALUE ZERO.
       77  WRK-TOT-VEND             PIC 9(07) USAGE COMP-3 VALUE ZERO.
       77  WRK-TOT-PRES             PIC 9(07) USAGE COMP-3 VALUE ZERO.
       77  WRK-TOT-ESP              PIC 9(07) USAGE COMP-3 VALUE ZERO.
       77  WRK-TOT-VALOR            PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-TOT-DESC             PIC 9(07)V9(02) VALUE ZERO.
       77  WRK-TOT-SOCIOS           PIC 9(07) USAGE COMP-3 VALUE ZERO.
       77  WRK-TOT-ALUG             PIC 9(07) USAGE COMP-3 VALUE ZERO.
       77  WRK-QTD5-EDIT            PIC ZZZZ9.
       77  WRK-QTD7-EDIT            PIC Z(06)9.
      *
      *    MEMBERS ADMITTED TO THE EVENT IN HAND, AND WHETHER EACH
      *    RENTED THE TITLE OR ONE OF ITS SERIES INSIDE THE WINDOW.
       01  TAB-PRESENTES.
           05 OCC-PRS      OCCURS 300 TIMES.
              10 EL-PRS-LOC        PIC 9(05).
              10 EL-PRS-ALUGOU     PIC X(01).
       77  WRK-PRS-COUNT            PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-PRS-IDX              PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-PRS-POS              PIC 9(03) USAGE COMP-3 VALUE ZERO.
      *
      *    THE SERIES THE TITLE SHOWN BELONGS TO, AND EVERY TITLE IN
      *    THEM (THE TITLE ITSELF FIRST).
       01  TAB-SERIES.
           05 EL-SER-COD           PIC X(04) OCCURS 10 TIMES.
       77  WRK-SER-COUNT            PIC 9(02) USAGE COMP-3 VALUE ZERO.
       77  WRK-SER-IDX              PIC 9(02) USAGE COMP-3 VALUE ZERO.
       01  TAB-TITULOS.
           05 EL-TIT-COD           PIC 9(05) OCCURS 100 TIMES.
       77  WRK-TIT-COUNT            PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-TIT-IDX              PIC 9(03) USAGE COMP-3 VALUE ZERO.
       77  WRK-TIT-POS              PIC 9(03) USAGE COMP-3 VALUE ZERO.
      *
       SCREEN SECTION.
           COPY 'SCVIDMAN.cpy'. *> MAIN SCREEN
           COPY 'SCVIDMSG.cpy'. *> MESSAGES
      *
       01  SCREEN-CNMNU.
           05 LINE 06 COLUMN 10 VALUE "+---------------+".
           05 LINE 07 COLUMN 10 VALUE "| 1. EVENTO     |".
           05 LINE 08 COLUMN 10 VALUE "| 2. VENDER     |".
           05 LINE 09 COLUMN 10 VALUE "| 3. CANCELAR   |".
           05 LINE 10 COLUMN 10 VALUE "| 4. PORTARIA   |".
           05 LINE 11 COLUMN 10 VALUE "| 5. LISTAR     |".
           05 LINE 12 COLUMN 10 VALUE "| 6. RELATORIO  |".
           05 LINE 13 COLUMN 10 VALUE "| 0. SAIR       |".
           05 LINE 14 COLUMN 10 VALUE "| OPCAO...: [ ] |".
           05 LINE 15 COLUMN 10 VALUE "+---------------+".
           05 LINE 14 COLUMN 23 PIC X(01) USING WRK-COPTION.
      *
       01  SCREEN-EXBKEY.
           05 LINE 07 COLUMN 30 VALUE "EVENT NUMBER..: [     ]".
      *
       01  SCREEN-EXBKEY-NUM.
           05 LINE 07 COLUMN 47 PIC 9(05) USING WRK-EXB-NUM
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-EXBEDT.
           05 LINE 09 COLUMN 30 VALUE "MOVIE CODE....: [     ]".
           05 LINE 10 COLUMN 30 VALUE "DATE AAAAMMDD.: [        ]".
           05 LINE 11 COLUMN 30 VALUE "TIME HH:MM....: [     ]".
           05 LINE 12 COLUMN 30 VALUE "CAPACITY......: [   ]".
           05 LINE 13 COLUMN 30 VALUE "TICKET PRICE..: [        ]".
           05 LINE 14 COLUMN 30 VALUE "STATUS (A/C)..: [ ]".
      *
       01  SCREEN-EXBEDT-DDS.
           05 LINE 09 COLUMN 47 PIC 9(05) USING CODIGO-EXB
              COLOR 7 HIGHLIGHT.
           05 LINE 10 COLUMN 47 PIC 9(08) USING DATA-EXB
              COLOR 7 HIGHLIGHT.
           05 LINE 11 COLUMN 47 PIC X(05) USING HORA-EXB
              COLOR 7 HIGHLIGHT.
           05 LINE 12 COLUMN 47 PIC 9(03) USING LOTACAO-EXB
              COLOR 7 HIGHLIGHT.
           05 LINE 13 COLUMN 47 PIC 9(05),9(02) USING PRECO-EXB
              COLOR 7 HIGHLIGHT.
           05 LINE 14 COLUMN 47 PIC X(01) USING EXB-STATUS
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-INGEDT.
           05 LINE 12 COLUMN 30 VALUE "BORROWER......: [     ]".
           05 LINE 12 COLUMN 55 VALUE "(0 = WALK-IN)".
           05 LINE 13 COLUMN 30 VALUE "SEATS.........: [  ]".
      *
       01  SCREEN-INGEDT-DDS.
           05 LINE 12 COLUMN 47 PIC 9(05) USING WRK-ING-LOC
              COLOR 7 HIGHLIGHT.
           05 LINE 13 COLUMN 47 PIC 9(02) USING WRK-ING-QTDE
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-INGKEY.
           05 LINE 07 COLUMN 30 VALUE "TICKET NUMBER.: [       ]".
      *
       01  SCREEN-INGKEY-NUM.
           05 LINE 07 COLUMN 47 PIC 9(07) USING WRK-ING-NUM
              COLOR 7 HIGHLIGHT.
      *
       01  SCREEN-RELMES.
           05 LINE 07 COLUMN 30 VALUE "MONTH AAAAMM..: [      ]".
      *
       01  SCREEN-RELMES-DDS.
           05 LINE 07 COLUMN 47 PIC 9(06) USING WRK-REL-MES
              COLOR 7 HIGHLIGHT.
      *
       PROCEDURE DIVISION.
       0000-MAIN SECTION.
           MOVE 'CNVIDPRG' TO WS-ABEND-PROGRAM.
           INITIALIZE WRK-CONTINUE.
           PERFORM 0100-OPEN-DATA.
           PERFORM 0120-FIND-SESSION.
           PERFORM 0300-PROCESS-DATA UNTIL WRK-CONTINUE EQUAL 'N'
                                        OR WRK-CONTINUE EQUAL 'n'.
           PERFORM 0500-CLOSE-DATA.
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

       0100-OPEN-DATA SECTION.
           OPEN I-O EXIBICOES.
      *
           IF FS-EXIBICOES EQUAL "35"
               OPEN OUTPUT EXIBICOES
               CLOSE EXIBICOES
               OPEN I-O EXIBICOES
           END-IF.
      *
           IF FS-EXIBICOES NOT EQUAL "00"
               MOVE '47ERROR OPENING SCREENING EVENTS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EXIBICOES TO WS-ABEND-CODE
               MOVE 'ERROR OPENING SCREENING EVENTS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN I-O INGRESSOS.
           IF FS-INGRESSOS EQUAL "35"
               OPEN OUTPUT INGRESSOS
               CLOSE INGRESSOS
               OPEN I-O INGRESSOS
           END-IF.
      *
           IF FS-INGRESSOS NOT EQUAL "00"
               MOVE '47ERROR OPENING FILM CLUB TICKETS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-INGRESSOS TO WS-ABEND-CODE
               MOVE 'ERROR OPENING FILM CLUB TICKETS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
      *
           OPEN INPUT MOVIES.
           IF FS-MOVIES EQUAL "35"
               OPEN OUTPUT MOVIES
               CLOSE MOVIES
               OPEN INPUT MOVIES
           END-IF.
      *
      *    THE MEMBER AND THE PLAN THAT SETS THEIR DISCOUNT.
           OPEN INPUT BORROWERS.
           IF FS-BORROWERS EQUAL "35"
               OPEN OUTPUT BORROWERS
               CLOSE BORROWERS
               OPEN INPUT BORROWERS
           END-IF.
      *
           OPEN INPUT PLANOS.
           IF FS-PLANOS EQUAL "35"
               OPEN OUTPUT PLANOS
               CLOSE PLANOS
               OPEN INPUT PLANOS
           END-IF.
      *
      *    A PAID TICKET IS A ROW ON THE SALES LEDGER LIKE ANY OTHER
      *    SALE, SO THE CASH-UP, THE CARD SETTLEMENT AND THE MONTH'S
      *    TAX ALL TAKE IT WITHOUT KNOWING IT IS A TICKET.
           OPEN I-O VENDAS.
           IF FS-VENDAS EQUAL "35"
               OPEN OUTPUT VENDAS
               CLOSE VENDAS
               OPEN I-O VENDAS
           END-IF.
      *
      *    GIFT VOUCHERS AND STORE CREDIT - I-O BECAUSE A VOUCHER IS
      *    DRAWN DOWN FOR A TICKET AND A CANCELLED MEMBER'S TICKET IS
      *    GIVEN BACK AS STORE CREDIT.
           OPEN I-O VALES.
           IF FS-VALES EQUAL "35"
               OPEN OUTPUT VALES
               CLOSE VALES
               OPEN I-O VALES
           END-IF.
      *
      *    FISCAL RECEIPT REGISTER - SHARED WITH THE LOAN DESK AND THE
      *    SALES TILL, SO TICKETS RUN IN THE SAME SEQUENCE.
           OPEN I-O FISCAL.
           IF FS-FISCAL EQUAL "35"
               OPEN OUTPUT FISCAL
               CLOSE FISCAL
               OPEN I-O FISCAL
           END-IF.
      *
      *    A WAITING MEMBER OFFERED A SEAT IS TOLD THROUGH THE
      *    CENTRAL NOTIFICATION QUEUE.
           OPEN I-O NOTIFICACOES.
           IF FS-NOTIFICA EQUAL "35"
               OPEN OUTPUT NOTIFICACOES
               CLOSE NOTIFICACOES
               OPEN I-O NOTIFICACOES
           END-IF.
      *
      *    SERIES MEMBERSHIP AND LOANS - ONLY READ, FOR THE RENTALS
      *    THE MONTHLY REPORT TIES BACK TO EACH SCREENING.
           OPEN INPUT SERIEMEM.
           IF FS-SERIEMEM EQUAL "35"
               OPEN OUTPUT SERIEMEM
               CLOSE SERIEMEM
               OPEN INPUT SERIEMEM
           END-IF.
      *
           OPEN INPUT EMPRESTIMOS.
           IF FS-EMPRESTIMOS EQUAL "35"
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN INPUT EMPRESTIMOS
           END-IF.
      *
           OPEN EXTEND LOG-AUDITORIA.
           IF FS-LOG-AUDITORIA EQUAL "35"
               OPEN OUTPUT LOG-AUDITORIA
           END-IF.
      *
           ACCEPT WRK-FILIAL-TXT FROM ENVIRONMENT "VIDEOTECA-FILIAL".
           IF WRK-FILIAL-TXT NOT EQUAL SPACES
               MOVE WRK-FILIAL-TXT TO WRK-FILIAL-EXB
           END-IF.
      *
           PERFORM 0105-LOAD-PARAMS.
       0100-OPEN-DATA-END. EXIT.

      *    SALES TAX RATE AND THE FILM CLUB POLICY FROM PARAMS.dat
      *    (MAINTAINED IN PMVIDPRG) - NO PARAMETER FILE KEEPS THE
      *    COMPILED-IN VALUES: NO HOUSE DISCOUNT AND A 14-DAY WINDOW.
       0105-LOAD-PARAMS SECTION.
           OPEN INPUT PARAMS.
           IF FS-PARAMS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           COPY 'CPVIDIML.cpy'. *> LOAD TAX RATES
      *
           MOVE 'CINEDESC' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1
              AND WRK-PAR-NUM LESS 100
               MOVE WRK-PAR-NUM TO WRK-CINE-DESC
           END-IF.
      *
           MOVE 'CINEJAN ' TO COD-PAR.
           PERFORM 0107-FETCH-PARAM.
           IF WRK-PAR-FOUND EQUAL 1
              AND WRK-PAR-NUM GREATER ZERO
              AND WRK-PAR-NUM LESS 1000
               MOVE WRK-PAR-NUM TO WRK-CINE-JANELA
           END-IF.
      *
           CLOSE PARAMS.
       0105-LOAD-PARAMS-END. EXIT.

       0107-FETCH-PARAM SECTION.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
       0107-FETCH-PARAM-END. EXIT.

      *    THE OPEN DRAWER SESSION FOR THE SIGNED-ON OPERATOR - SAME
      *    FALLBACK AS VDVIDPRG: NO SESSION MEANS UNSTAMPED SALES,
      *    WHICH THE CASH-UP SHOWS AS OUTSIDE ANY SESSION.
       0120-FIND-SESSION SECTION.
           COPY 'CPVIDAOP.cpy'. *> ACQUIRE OPERATOR ID
      *
           MOVE FUNCTION CURRENT-DATE TO WRK-NOW.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
      *
           MOVE ZEROES TO WRK-SESSAO.
           OPEN INPUT CAIXA.
           IF FS-CAIXA NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'A' TO CXS-STATUS.
           START CAIXA KEY IS EQUAL CXS-STATUS
               INVALID KEY MOVE 10 TO FS-CAIXA
           END-START.
           IF FS-CAIXA NOT EQUAL 10
               READ CAIXA NEXT AT END MOVE 10 TO FS-CAIXA END-READ
           END-IF.
      *
           PERFORM UNTIL FS-CAIXA EQUAL 10
                     OR CXS-STATUS NOT EQUAL 'A'
                     OR WRK-SESSAO NOT EQUAL ZEROES
               IF OPERADOR-CXS EQUAL WRK-OPERATOR
                  AND DATA-CXS EQUAL WRK-TODAY-NUM
                   MOVE NUM-CXS TO WRK-SESSAO
               ELSE
                   READ CAIXA NEXT AT END MOVE 10 TO FS-CAIXA END-READ
               END-IF
           END-PERFORM.
      *
           CLOSE CAIXA.
       0120-FIND-SESSION-END. EXIT.

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
           MOVE "   * * *  F I L M   C L U B  * * *"  TO WRK-TITLE.
           MOVE "PF3=FIM"                             TO WRK-KEYS.
           MOVE WRK-NOW(1:8) TO WRK-TODAY-NUM.
           INITIALIZE WRK-COPTION.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-CNMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-CNMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-COPTION EQUAL '1' OR '2' OR '3' OR '4'
               PERFORM 0299-CHECK-MAINTENANCE
               IF MANUTENCAO-ATIVA
                   MOVE '*' TO WRK-COPTION
               END-IF
           END-IF.
      *
           EVALUATE WRK-COPTION
             WHEN '1' PERFORM 0310-DEFINE-EVENT
             WHEN '2' PERFORM 0320-SELL-TICKETS
             WHEN '3' PERFORM 0340-CANCEL-TICKET
             WHEN '4' PERFORM 0350-DOOR-CHECK-IN
             WHEN '5' PERFORM 0360-LIST-EVENTS
             WHEN '6' PERFORM 0370-ATTENDANCE-REPORT
             WHEN '*' CONTINUE
             WHEN '0' MOVE 'N' TO WRK-CONTINUE
             WHEN OTHER
               MOVE '20INVALID OPTION.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
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
           MOVE LNK-BLQ-ID TO WRK-OPERATOR.
       0298-IDLE-LOCK-END. EXIT.

      *    SET UP A NEW SCREENING (EVENT NUMBER ZERO) OR ALTER ONE.
      *    THE ROOM CANNOT SHRINK BELOW THE SEATS ALREADY SOLD OR
      *    HELD, AN EVENT WITH SEATS OUT CANNOT BE CANCELLED UNTIL
      *    THEY ARE, AND A BIGGER ROOM GOES TO THE WAITING LIST
      *    FIRST.
       0310-DEFINE-EVENT SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-EXB-NUM.
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-EXBKEY.
           DISPLAY '(0 = NEW EVENT)' AT LINE 07 COLUMN 55.
           ACCEPT  SCREEN-EXBKEY-NUM.
      *
           IF WRK-EXB-NUM EQUAL ZEROES
               MOVE 'S' TO WRK-EXB-NOVO
               PERFORM 0315-NEXT-EVENT-NUMBER
               INITIALIZE REG-EXB
               MOVE WRK-EXB-NEXT   TO NUM-EXB
               MOVE WRK-FILIAL-EXB TO FILIAL-EXB
               MOVE '20:00'        TO HORA-EXB
               SET EXB-ABERTA      TO TRUE
               MOVE SPACES         TO WRK-EXB-ANTES
               MOVE ZEROES         TO WRK-EXB-LOT-ANT
           ELSE
               MOVE 'N' TO WRK-EXB-NOVO
               MOVE WRK-EXB-NUM TO NUM-EXB
               READ EXIBICOES
                   INVALID KEY
                       MOVE '48EVENT NOT FOUND.' TO WRK-MSG
                       DISPLAY SCREEN-MSG
                       ACCEPT SCREEN-WAIT
                       EXIT PARAGRAPH
               END-READ
               MOVE LOTACAO-EXB TO WRK-EXB-LOT-ANT
               MOVE SPACES TO WRK-EXB-ANTES
               MOVE LOTACAO-EXB TO WRK-QTD-EDIT
               MOVE PRECO-EXB   TO WRK-VAL-EDIT
               STRING DATA-EXB ' ' HORA-EXB ' ' WRK-QTD-EDIT ' '
                      WRK-VAL-EDIT ' ' EXB-STATUS
                   DELIMITED BY SIZE INTO WRK-EXB-ANTES
           END-IF.
      *
           MOVE NUM-EXB TO WRK-NUM-EXB-EDIT.
           DISPLAY WRK-NUM-EXB-EDIT AT LINE 07 COLUMN 47
               COLOR 11 HIGHLIGHT.
           DISPLAY SCREEN-EXBEDT.
           ACCEPT  SCREEN-EXBEDT-DDS.
      *
           IF CODIGO-EXB EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE CODIGO-EXB TO CODIGO.
           READ MOVIES
               INVALID KEY
                   MOVE '48MOVIE NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
           MOVE TITULO TO TITULO-EXB.
           DISPLAY TITULO-EXB AT LINE 16 COLUMN 30 COLOR 11 HIGHLIGHT.
      *
           IF EXB-STATUS EQUAL 'a'
               MOVE 'A' TO EXB-STATUS
           END-IF.
           IF EXB-STATUS EQUAL 'c'
               MOVE 'C' TO EXB-STATUS
           END-IF.
      *
           EVALUATE TRUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(DATA-EXB) NOT EQUAL 0
                   MOVE '20INVALID DATE.' TO WRK-MSG
               WHEN WRK-EXB-NOVO EQUAL 'S'
                AND DATA-EXB LESS WRK-TODAY-NUM
                   MOVE '43A NEW EVENT CANNOT BE IN THE PAST.'
                       TO WRK-MSG
               WHEN HORA-EXB(1:2) IS NOT NUMERIC
                 OR HORA-EXB(3:1) NOT EQUAL ':'
                 OR HORA-EXB(4:2) IS NOT NUMERIC
                 OR HORA-EXB(1:2) GREATER '23'
                 OR HORA-EXB(4:2) GREATER '59'
                   MOVE '20INVALID TIME - USE HH:MM.' TO WRK-MSG
               WHEN LOTACAO-EXB EQUAL ZEROES
                   MOVE '20THE ROOM CAPACITY IS REQUIRED.' TO WRK-MSG
               WHEN LOTACAO-EXB LESS VENDIDOS-EXB + RESERVADOS-EXB
                   MOVE '43CAPACITY BELOW THE SEATS SOLD AND HELD.'
                       TO WRK-MSG
               WHEN NOT EXB-ABERTA AND NOT EXB-CANCELADA
                   MOVE '20STATUS MUST BE A OR C.' TO WRK-MSG
               WHEN EXB-CANCELADA
                AND VENDIDOS-EXB + RESERVADOS-EXB GREATER ZEROES
                   MOVE '43CANCEL ITS TICKETS BEFORE THE EVENT.'
                       TO WRK-MSG
           END-EVALUATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE '41CONFIRM THE EVENT (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27EVENT NOT RECORDED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           IF WRK-EXB-NOVO EQUAL 'S'
               WRITE REG-EXB
                   INVALID KEY
                       MOVE '47ERROR RECORDING EVENT.' TO WRK-MSG
                       DISPLAY SCREEN-MSG
                       ACCEPT SCREEN-WAIT
                       EXIT PARAGRAPH
               END-WRITE
           ELSE
               REWRITE REG-EXB
                   INVALID KEY
                       MOVE '47ERROR RECORDING EVENT.' TO WRK-MSG
                       DISPLAY SCREEN-MSG
                       ACCEPT SCREEN-WAIT
                       EXIT PARAGRAPH
               END-REWRITE
           END-IF.
           PERFORM 0318-LOG-EVENT.
      *
           MOVE ZERO TO WRK-PRM-QTDE.
           IF LOTACAO-EXB GREATER WRK-EXB-LOT-ANT
              AND WRK-EXB-NOVO EQUAL 'N'
               PERFORM 0348-PROMOTE-WAITING
           END-IF.
      *
           MOVE NUM-EXB TO WRK-NUM-EXB-EDIT.
           INITIALIZE WRK-MSG.
           IF WRK-PRM-QTDE GREATER ZERO
               MOVE WRK-PRM-QTDE TO WRK-QTD-EDIT
               STRING '54EVENT #' WRK-NUM-EXB-EDIT
                      ' RECORDED - ' WRK-QTD-EDIT
                      ' WAITING MEMBER(S) OFFERED A SEAT.'
                   DELIMITED BY SIZE INTO WRK-MSG
           ELSE
               STRING '54EVENT #' WRK-NUM-EXB-EDIT ' RECORDED.'
                   DELIMITED BY SIZE INTO WRK-MSG
           END-IF.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0310-DEFINE-EVENT-END. EXIT.

       0315-NEXT-EVENT-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-EXB.
           START EXIBICOES KEY IS NOT GREATER NUM-EXB
               INVALID KEY
                   MOVE ZEROES TO NUM-EXB
               NOT INVALID KEY
                   READ EXIBICOES NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-EXB GIVING WRK-EXB-NEXT.
       0315-NEXT-EVENT-NUMBER-END. EXIT.

       0318-LOG-EVENT SECTION.
           MOVE 'EVENTO'         TO LOG-OPERACAO.
           MOVE CODIGO-EXB       TO LOG-CODIGO.
           MOVE SPACES           TO LOG-CAMPO.
           STRING 'E' NUM-EXB DELIMITED BY SIZE INTO LOG-CAMPO.
           MOVE WRK-EXB-ANTES    TO LOG-VALOR-ANTIGO.
           MOVE SPACES           TO LOG-VALOR-NOVO.
           MOVE LOTACAO-EXB      TO WRK-QTD-EDIT.
           MOVE PRECO-EXB        TO WRK-VAL-EDIT.
           STRING DATA-EXB ' ' HORA-EXB ' ' WRK-QTD-EDIT ' '
                  WRK-VAL-EDIT ' ' EXB-STATUS
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0318-LOG-EVENT-END. EXIT.

      *    THE EVENT ON SALE - WHAT IS SHOWN, WHEN, AND HOW MANY
      *    SEATS ARE STILL ON OPEN SALE.
       0312-SHOW-EVENT SECTION.
           COMPUTE WRK-LIVRES = LOTACAO-EXB - VENDIDOS-EXB
                              - RESERVADOS-EXB.
           IF WRK-LIVRES LESS ZERO
               MOVE ZERO TO WRK-LIVRES
           END-IF.
           DISPLAY TITULO-EXB AT LINE 08 COLUMN 30 COLOR 11 HIGHLIGHT.
           MOVE DATA-EXB TO WRK-DATA-DISP.
           DISPLAY 'DATE: ' AT LINE 09 COLUMN 30.
           DISPLAY WRK-DATA-DISP AT LINE 09 COLUMN 36
               COLOR 11 HIGHLIGHT.
           DISPLAY HORA-EXB AT LINE 09 COLUMN 48 COLOR 11 HIGHLIGHT.
           DISPLAY 'BRANCH ' AT LINE 09 COLUMN 55.
           DISPLAY FILIAL-EXB AT LINE 09 COLUMN 62 COLOR 11 HIGHLIGHT.
           MOVE WRK-LIVRES TO WRK-QTD-EDIT.
           MOVE PRECO-EXB  TO WRK-VAL-EDIT.
           DISPLAY 'SEATS FREE: ' AT LINE 10 COLUMN 30.
           DISPLAY WRK-QTD-EDIT AT LINE 10 COLUMN 42 COLOR 4 HIGHLIGHT.
           DISPLAY 'SEAT PRICE: ' AT LINE 10 COLUMN 48.
           DISPLAY WRK-VAL-EDIT AT LINE 10 COLUMN 60 COLOR 4 HIGHLIGHT.
       0312-SHOW-EVENT-END. EXIT.

      *    SELL SEATS FOR A SCREENING. A MEMBER PAYS THE FULL PRICE
      *    LESS THEIR PLAN'S FILM CLUB DISCOUNT ON THEIR OWN SEAT; A
      *    WALK-IN PAYS THE FULL PRICE. WHEN THE ROOM IS FULL A
      *    MEMBER CAN GO ON THE WAITING LIST INSTEAD, AND A MEMBER
      *    OFFERED A SEAT OFF IT TAKES THE SEATS HELD FOR THEM. THE
      *    MONEY GOES ON THE SALES LEDGER AS ONE VENDAS ROW (TIPO
      *    'I'), TAKEN LIKE ANY OTHER SALE - A FREE NIGHT WRITES NO
      *    ROW, ONLY THE TICKET.
       0320-SELL-TICKETS SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-EXB-NUM.
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-EXBKEY.
           ACCEPT  SCREEN-EXBKEY-NUM.
           IF WRK-EXB-NUM EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-EXB-NUM TO NUM-EXB.
           READ EXIBICOES
               INVALID KEY
                   MOVE '48EVENT NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
               WHEN EXB-CANCELADA
                   MOVE '43THIS EVENT WAS CANCELLED.' TO WRK-MSG
               WHEN DATA-EXB LESS WRK-TODAY-NUM
                   MOVE '43THIS EVENT HAS ALREADY TAKEN PLACE.'
                       TO WRK-MSG
           END-EVALUATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
           PERFORM 0312-SHOW-EVENT.
      *
           MOVE ZEROES TO WRK-ING-LOC.
           MOVE 1      TO WRK-ING-QTDE.
           DISPLAY SCREEN-INGEDT.
           ACCEPT  SCREEN-INGEDT-DDS.
           IF WRK-ING-QTDE EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 'N'    TO WRK-ING-ACHOU.
           MOVE ZEROES TO WRK-ING-ANT WRK-ING-HELD WRK-DESC-PCT.
           IF WRK-ING-LOC EQUAL ZEROES
               MOVE 'WALK-IN' TO WRK-ING-NOME
           ELSE
               MOVE WRK-ING-LOC TO NUM-LOC
               READ BORROWERS
                   INVALID KEY
                       MOVE '48BORROWER NOT FOUND.' TO WRK-MSG
                       DISPLAY SCREEN-MSG
                       ACCEPT SCREEN-WAIT
                       EXIT PARAGRAPH
               END-READ
               IF LOC-INATIVO
                   MOVE '43BORROWER IS INACTIVE.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
               END-IF
               MOVE NOME-LOC TO WRK-ING-NOME
               DISPLAY NOME-LOC AT LINE 12 COLUMN 55
                   COLOR 11 HIGHLIGHT
               PERFORM 0321-FIND-MEMBER-PLACE
               PERFORM 0322-MEMBER-DISCOUNT
           END-IF.
      *
      *    SEATS HELD FOR THIS MEMBER OFF THE WAITING LIST ARE
      *    THEIRS TO TAKE ON TOP OF WHAT IS ON OPEN SALE.
           COMPUTE WRK-LIVRES = LOTACAO-EXB - VENDIDOS-EXB
                              - RESERVADOS-EXB + WRK-ING-HELD.
      *
           IF WRK-ING-QTDE GREATER WRK-LIVRES
               PERFORM 0327-JOIN-WAITING-LIST
               EXIT PARAGRAPH
           END-IF.
      *
           COMPUTE WRK-BRUTO = WRK-ING-QTDE * PRECO-EXB.
           COMPUTE WRK-DESCONTO ROUNDED =
               PRECO-EXB * WRK-DESC-PCT / 100.
           COMPUTE WRK-VALOR = WRK-BRUTO - WRK-DESCONTO.
      *
           MOVE WRK-BRUTO TO WRK-VAL-EDIT.
           DISPLAY 'FULL PRICE: ' AT LINE 15 COLUMN 30.
           DISPLAY WRK-VAL-EDIT AT LINE 15 COLUMN 42 COLOR 11 HIGHLIGHT.
           IF WRK-DESCONTO GREATER ZEROES
               MOVE WRK-DESCONTO TO WRK-VAL-EDIT
               MOVE WRK-DESC-PCT TO WRK-PCT-EDIT
               DISPLAY 'MEMBER ' AT LINE 15 COLUMN 52
               DISPLAY WRK-PCT-EDIT AT LINE 15 COLUMN 59
               DISPLAY '% OFF: ' AT LINE 15 COLUMN 61
               DISPLAY WRK-VAL-EDIT AT LINE 15 COLUMN 68
                   COLOR 11 HIGHLIGHT
           END-IF.
      *
           PERFORM 0329-NEXT-SALE-NUMBER.
           INITIALIZE REG-VND.
           MOVE WRK-VND-NEXT  TO NUM-VND.
           MOVE CODIGO-EXB    TO CODIGO-VND.
           MOVE ZEROES        TO NUM-COPIA-VND.
           MOVE TITULO-EXB    TO TITULO-VND.
           MOVE WRK-VALOR     TO VALOR-VND.
           MOVE WRK-TODAY-NUM TO DATA-VND.
           MOVE WRK-SESSAO    TO NUM-CXS-VND.
           SET VND-INGRESSO   TO TRUE.
      *
           IF VALOR-VND GREATER ZEROES
               MOVE 16 TO WRK-PAG-LINHA
               PERFORM 0323-TAKE-PAYMENT
               IF WRK-PAG-OK NOT EQUAL 'S'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE 'D' TO FORMA-VND
               DISPLAY 'FREE ADMISSION' AT LINE 16 COLUMN 30
                   COLOR 11 HIGHLIGHT
           END-IF.
      *
           MOVE '41CONFIRM THE TICKET SALE (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27SALE ABANDONED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           IF VALOR-VND GREATER ZEROES
               MOVE 'V'           TO WRK-IMP-TIPO
               MOVE VALOR-VND     TO WRK-IMP-BASE
               PERFORM 0326-COMPUTE-TAX
               MOVE WRK-IMP-ALIQ  TO ALIQ-VND
               MOVE WRK-IMP-VALOR TO IMPOSTO-VND
               WRITE REG-VND
                   INVALID KEY
                       MOVE '47ERROR RECORDING SALE.' TO WRK-MSG
                       DISPLAY SCREEN-MSG
                       ACCEPT SCREEN-WAIT
                       EXIT PARAGRAPH
               END-WRITE
           END-IF.
      *
           PERFORM 0328-RECORD-TICKET.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           ADD WRK-ING-QTDE TO VENDIDOS-EXB.
           IF RESERVADOS-EXB NOT LESS WRK-ING-HELD
               SUBTRACT WRK-ING-HELD FROM RESERVADOS-EXB
           ELSE
               MOVE ZEROES TO RESERVADOS-EXB
           END-IF.
           REWRITE REG-EXB
               INVALID KEY CONTINUE
           END-REWRITE.
      *
           IF VALOR-VND GREATER ZEROES AND VND-VALE
               PERFORM 0325-DRAW-VOUCHER
           END-IF.
      *
           PERFORM 0330-PRINT-TICKET.
           PERFORM 0334-LOG-TICKET.
      *
      *    SEATS HELD FOR THE MEMBER BUT NOT TAKEN GO BACK TO THE
      *    WAITING LIST.
           MOVE NUM-ING TO WRK-NUM-ING-EDIT.
           MOVE ZERO TO WRK-PRM-QTDE.
           PERFORM 0348-PROMOTE-WAITING.
      *
           INITIALIZE WRK-MSG.
           STRING '54TICKET #' DELIMITED BY SIZE
                  WRK-NUM-ING-EDIT DELIMITED BY SIZE
                  ' SOLD.' DELIMITED BY SIZE
                  INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0320-SELL-TICKETS-END. EXIT.

      *    THE MEMBER'S OWN PLACE ON THIS EVENT'S WAITING LIST, IF
      *    THEY HAVE ONE - WAITING, OR ALREADY OFFERED SEATS THAT ARE
      *    BEING HELD FOR THEM.
       0321-FIND-MEMBER-PLACE SECTION.
           MOVE NUM-EXB TO NUM-EXB-ING.
           START INGRESSOS KEY IS EQUAL NUM-EXB-ING
               INVALID KEY MOVE 10 TO FS-INGRESSOS
           END-START.
           IF FS-INGRESSOS NOT EQUAL 10
               READ INGRESSOS NEXT AT END MOVE 10 TO FS-INGRESSOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-INGRESSOS EQUAL 10
                     OR NUM-EXB-ING NOT EQUAL NUM-EXB
                     OR WRK-ING-ACHOU NOT EQUAL 'N'
               IF NUM-LOC-ING EQUAL WRK-ING-LOC
                  AND (ING-ESPERA OR ING-OFERTA)
                   MOVE ING-STATUS TO WRK-ING-ACHOU
                   MOVE NUM-ING    TO WRK-ING-ANT
                   IF ING-OFERTA
                       MOVE QTDE-ING TO WRK-ING-HELD
                   END-IF
               ELSE
                   READ INGRESSOS NEXT AT END MOVE 10 TO FS-INGRESSOS
                   END-READ
               END-IF
           END-PERFORM.
           MOVE "00" TO FS-INGRESSOS.
       0321-FIND-MEMBER-PLACE-END. EXIT.

      *    THE MEMBER'S DISCOUNT ON THEIR OWN SEAT: THEIR PLAN'S FILM
      *    CLUB RATE WHILE THE PLAN IS CURRENT, OTHERWISE THE HOUSE
      *    RATE EVERY MEMBER GETS (CINEDESC).
       0322-MEMBER-DISCOUNT SECTION.
           MOVE WRK-CINE-DESC TO WRK-DESC-PCT.
           IF PLANO-LOC EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           IF DATA-VENC-PLANO-LOC NOT EQUAL ZEROES
              AND DATA-VENC-PLANO-LOC LESS WRK-TODAY-NUM
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE PLANO-LOC TO COD-PLA.
           READ PLANOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF PLA-ATIVO
              AND DESC-EVENTO-PLA IS NUMERIC
              AND DESC-EVENTO-PLA LESS 100
               MOVE DESC-EVENTO-PLA TO WRK-DESC-PCT
           END-IF.
       0322-MEMBER-DISCOUNT-END. EXIT.

      *    HOW THE CUSTOMER PAYS VALOR-VND, ASKED ON WRK-PAG-LINHA -
      *    AS IN VDVIDPRG, A VOUCHER OR STORE CREDIT HAS TO COVER THE
      *    WHOLE AMOUNT. A MEMBER'S STORE CREDIT MUST BE THEIR OWN.
       0323-TAKE-PAYMENT SECTION.
           MOVE 'N' TO WRK-PAG-OK.
           ADD 1 TO WRK-PAG-LINHA GIVING WRK-PAG-LINHA2.
           MOVE VALOR-VND TO WRK-VAL-EDIT.
           DISPLAY 'PRICE: ' AT LINE WRK-PAG-LINHA COLUMN 30.
           DISPLAY WRK-VAL-EDIT AT LINE WRK-PAG-LINHA COLUMN 37
               COLOR 11 HIGHLIGHT.
           DISPLAY 'METHOD (D=CASH C=CARD V=VOUCHER): [ ]'
               AT LINE WRK-PAG-LINHA COLUMN 42.
           MOVE 'D' TO FORMA-VND.
           ACCEPT FORMA-VND AT LINE WRK-PAG-LINHA COLUMN 77.
           EVALUATE FORMA-VND
               WHEN 'd'   MOVE 'D' TO FORMA-VND
               WHEN 'c'   MOVE 'C' TO FORMA-VND
               WHEN 'v'   MOVE 'V' TO FORMA-VND
               WHEN SPACE MOVE 'D' TO FORMA-VND
               WHEN OTHER
                   IF FORMA-VND NOT EQUAL 'C' AND NOT EQUAL 'V'
                       MOVE 'D' TO FORMA-VND
                   END-IF
           END-EVALUATE.
      *
           IF VND-VALE
               DISPLAY 'VOUCHER NUMBER: [       ]'
                   AT LINE WRK-PAG-LINHA2 COLUMN 42
               MOVE ZEROES TO WRK-VAL-NUM
               ACCEPT WRK-VAL-NUM AT LINE WRK-PAG-LINHA2 COLUMN 59
               MOVE WRK-ING-LOC TO WRK-VAL-LOC
               IF WRK-VAL-LOC EQUAL ZEROES
                   MOVE WRK-VAL-NUM TO NUM-VAL
                   READ VALES
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF VAL-CREDITO
                               DISPLAY 'CREDIT HOLDER ID: [     ]'
                                   AT LINE WRK-PAG-LINHA2 COLUMN 42
                               ACCEPT WRK-VAL-LOC
                                   AT LINE WRK-PAG-LINHA2 COLUMN 61
                           END-IF
                   END-READ
               END-IF
               MOVE VALOR-VND   TO WRK-VAL-VALOR
               PERFORM 0324-CHECK-VOUCHER
               IF NOT VAL-ACEITO
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
               END-IF
               IF WRK-VAL-VALOR LESS VALOR-VND
                   MOVE WRK-VAL-VALOR TO WRK-VAL-EDIT
                   INITIALIZE WRK-MSG
                   STRING '43VOUCHER ONLY HOLDS ' DELIMITED BY SIZE
                          WRK-VAL-EDIT DELIMITED BY SIZE
                          ' - TAKE CASH OR CARD.' DELIMITED BY SIZE
                          INTO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-VAL-NUM TO NUM-VAL-VND
           END-IF.
           MOVE 'S' TO WRK-PAG-OK.
       0323-TAKE-PAYMENT-END. EXIT.

       0324-CHECK-VOUCHER SECTION.
           COPY 'CPVIDVLC.cpy'. *> VOUCHER TENDER CHECK
       0324-CHECK-VOUCHER-END. EXIT.

       0325-DRAW-VOUCHER SECTION.
           COPY 'CPVIDVLD.cpy'. *> VOUCHER DRAW-DOWN
       0325-DRAW-VOUCHER-END. EXIT.

       0326-COMPUTE-TAX SECTION.
           COPY 'CPVIDIMC.cpy'. *> TAX CONTAINED IN A GROSS AMOUNT
       0326-COMPUTE-TAX-END. EXIT.

      *    THE ROOM IS FULL FOR WHAT WAS ASKED. A MEMBER CAN WAIT FOR
      *    SEATS TO COME FREE - THE LIST IS SERVED IN TICKET NUMBER
      *    ORDER AS CANCELLATIONS COME IN; A WALK-IN CANNOT BE
      *    CALLED BACK, SO IS ONLY TOLD WHAT IS LEFT.
       0327-JOIN-WAITING-LIST SECTION.
           IF WRK-LIVRES LESS ZERO
               MOVE ZERO TO WRK-LIVRES
           END-IF.
           MOVE WRK-LIVRES TO WRK-QTD-EDIT.
           INITIALIZE WRK-MSG.
           EVALUATE TRUE
               WHEN WRK-ING-LOC EQUAL ZEROES
                   STRING '43ONLY ' WRK-QTD-EDIT
                          ' SEAT(S) LEFT - THE WAITING LIST IS FOR'
                          ' MEMBERS.'
                       DELIMITED BY SIZE INTO WRK-MSG
               WHEN WRK-ING-ACHOU EQUAL 'E'
                   MOVE '43ALREADY ON THE WAITING LIST FOR THIS EVENT.'
                       TO WRK-MSG
               WHEN WRK-ING-ACHOU EQUAL 'O'
                   MOVE WRK-ING-HELD TO WRK-QTD-EDIT
                   STRING '43ONLY ' WRK-QTD-EDIT
                          ' SEAT(S) ARE HELD FOR THIS MEMBER.'
                       DELIMITED BY SIZE INTO WRK-MSG
           END-EVALUATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           STRING '41ONLY ' WRK-QTD-EDIT
                  ' SEAT(S) LEFT - PUT ON THE WAITING LIST (Y/N)?'
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27NOTHING RECORDED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0331-NEXT-TICKET-NUMBER.
           INITIALIZE REG-ING.
           MOVE WRK-ING-NEXT  TO NUM-ING.
           MOVE NUM-EXB       TO NUM-EXB-ING.
           MOVE WRK-ING-LOC   TO NUM-LOC-ING.
           MOVE WRK-ING-NOME  TO NOME-ING.
           MOVE WRK-ING-QTDE  TO QTDE-ING.
           MOVE WRK-TODAY-NUM TO DATA-ING.
           SET ING-ESPERA     TO TRUE.
           WRITE REG-ING
               INVALID KEY
                   MOVE '47ERROR RECORDING WAITING LIST PLACE.'
                       TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-WRITE.
      *
           MOVE 'INGESPER'       TO LOG-OPERACAO.
           MOVE CODIGO-EXB       TO LOG-CODIGO.
           MOVE SPACES           TO LOG-CAMPO.
           STRING 'I' NUM-ING DELIMITED BY SIZE INTO LOG-CAMPO.
           MOVE SPACES           TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE QTDE-ING         TO WRK-QT2-EDIT.
           STRING 'EVENT ' NUM-EXB ' MEMBER ' NUM-LOC-ING
                  ' WAITING ' WRK-QT2-EDIT
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
      *
           MOVE NUM-ING TO WRK-NUM-ING-EDIT.
           INITIALIZE WRK-MSG.
           STRING '54ON THE WAITING LIST - REFERENCE #'
                      DELIMITED BY SIZE
                  WRK-NUM-ING-EDIT DELIMITED BY SIZE
                  INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0327-JOIN-WAITING-LIST-END. EXIT.

      *    THE TICKET ITSELF: THE MEMBER'S WAITING-LIST PLACE TURNS
      *    INTO IT WHEN THEY HAVE ONE, OTHERWISE IT IS A NEW ROW.
       0328-RECORD-TICKET SECTION.
           IF WRK-ING-ACHOU EQUAL 'N'
               PERFORM 0331-NEXT-TICKET-NUMBER
               INITIALIZE REG-ING
               MOVE WRK-ING-NEXT TO NUM-ING
           ELSE
               MOVE WRK-ING-ANT TO NUM-ING
               READ INGRESSOS
                   INVALID KEY
                       MOVE '47ERROR RECORDING TICKET.' TO WRK-MSG
                       EXIT PARAGRAPH
               END-READ
           END-IF.
      *
           MOVE NUM-EXB       TO NUM-EXB-ING.
           MOVE WRK-ING-LOC   TO NUM-LOC-ING.
           MOVE WRK-ING-NOME  TO NOME-ING.
           MOVE WRK-ING-QTDE  TO QTDE-ING.
           MOVE VALOR-VND     TO VALOR-ING.
           MOVE WRK-DESCONTO  TO DESCONTO-ING.
           MOVE WRK-SESSAO    TO NUM-CXS-ING.
           MOVE WRK-TODAY-NUM TO DATA-ING.
           MOVE ZEROES        TO PRESENTES-ING NUM-VAL-ING.
           IF VALOR-VND GREATER ZEROES
               MOVE NUM-VND TO NUM-VND-ING
           ELSE
               MOVE ZEROES  TO NUM-VND-ING
           END-IF.
           SET ING-VENDIDO    TO TRUE.
      *
           IF WRK-ING-ACHOU EQUAL 'N'
               WRITE REG-ING
                   INVALID KEY
                       MOVE '47ERROR RECORDING TICKET.' TO WRK-MSG
               END-WRITE
           ELSE
               REWRITE REG-ING
                   INVALID KEY
                       MOVE '47ERROR RECORDING TICKET.' TO WRK-MSG
               END-REWRITE
           END-IF.
       0328-RECORD-TICKET-END. EXIT.

       0329-NEXT-SALE-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-VND.
           START VENDAS KEY IS NOT GREATER NUM-VND
               INVALID KEY
                   MOVE ZEROES TO NUM-VND
               NOT INVALID KEY
                   READ VENDAS NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-VND GIVING WRK-VND-NEXT.
       0329-NEXT-SALE-NUMBER-END. EXIT.

       0331-NEXT-TICKET-NUMBER SECTION.
           MOVE HIGH-VALUES TO NUM-ING.
           START INGRESSOS KEY IS NOT GREATER NUM-ING
               INVALID KEY
                   MOVE ZEROES TO NUM-ING
               NOT INVALID KEY
                   READ INGRESSOS NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-ING GIVING WRK-ING-NEXT.
       0331-NEXT-TICKET-NUMBER-END. EXIT.

      *    THE NUMBER IS TAKEN ONLY ONCE RECIBOS.txt IS OPEN, SO A
      *    TICKET THAT NEVER PRINTS NEVER LEAVES A GAP. A FREE TICKET
      *    IS NO SALE AND TAKES NONE.
       0332-TAKE-FISCAL-NUMBER SECTION.
           MOVE ZEROES TO WRK-FIS-NUM.
           IF VALOR-VND EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'V'           TO WRK-FIS-ORIGEM.
           MOVE NUM-VND       TO WRK-FIS-DOC.
           MOVE VALOR-VND     TO WRK-FIS-VALOR.
           MOVE IMPOSTO-VND   TO WRK-FIS-IMPOSTO.
           MOVE WRK-TODAY-NUM TO WRK-FIS-HOJE.
           COPY 'CPVIDFSN.cpy'. *> TAKE NEXT FISCAL NUMBER
       0332-TAKE-FISCAL-NUMBER-END. EXIT.

      *    THE TICKET ON THE 32-COLUMN SLIP, HEADER AND WORDING FROM
      *    THIS BRANCH'S FILM CLUB TICKET TEMPLATE (MXVIDPRG); THE
      *    TICKET'S OWN LINES GO WHERE IT HOLDS {ITENS}.
       0330-PRINT-TICKET SECTION.
           OPEN EXTEND RECIBOS.
           IF FS-RECIBOS EQUAL "35"
               OPEN OUTPUT RECIBOS
           END-IF.
           IF FS-RECIBOS NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0332-TAKE-FISCAL-NUMBER.
      *
           INITIALIZE LNK-MODELO.
           MOVE 'M'            TO LNK-MOD-FUNCAO.
           MOVE 'IN'           TO LNK-MOD-TIPO.
           MOVE NUM-ING        TO WRK-NUM-ING-EDIT.
           MOVE WRK-NUM-ING-EDIT TO LNK-MOD-DOC.
           MOVE NOME-ING       TO LNK-MOD-NOME.
           MOVE WRK-DATE       TO LNK-MOD-DATA.
           MOVE WRK-TIME       TO LNK-MOD-HORA.
           MOVE VALOR-ING      TO WRK-VAL-EDIT.
           MOVE WRK-VAL-EDIT   TO LNK-MOD-VALOR.
           CALL 'MXVIDPRG' USING LNK-MODELO.
      *
           MOVE ALL '-' TO REG-RCB.
           WRITE REG-RCB.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER LNK-MOD-CAB-QTD
               MOVE EL-MOD-CAB(WRK-MOD-IDX) TO REG-RCB
               WRITE REG-RCB
           END-PERFORM.
           IF WRK-FIS-NUM NOT EQUAL ZEROES
               MOVE WRK-FIS-NUM TO WRK-FIS-NUM-EDIT
               MOVE SPACES TO REG-RCB
               STRING 'RECEIPT NO. ' WRK-FIS-NUM-EDIT
                   DELIMITED BY SIZE INTO REG-RCB
               WRITE REG-RCB
           END-IF.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER LNK-MOD-CORPO-QTD
               IF WRK-MOD-IDX EQUAL LNK-MOD-ITENS-POS
                   PERFORM 0333-TICKET-DETAIL
               ELSE
                   MOVE EL-MOD-CORPO(WRK-MOD-IDX) TO REG-RCB
                   WRITE REG-RCB
               END-IF
           END-PERFORM.
           IF LNK-MOD-ITENS-POS EQUAL ZERO
               PERFORM 0333-TICKET-DETAIL
           END-IF.
           MOVE SPACES TO REG-RCB.
           WRITE REG-RCB.
      *
           CLOSE RECIBOS.
       0330-PRINT-TICKET-END. EXIT.

      *    THE TICKET'S OWN LINES - THE SCREENING, WHO FOR, HOW MANY
      *    SEATS, WHAT THEY CAME TO AND HOW THEY WERE PAID.
       0333-TICKET-DETAIL SECTION.
           MOVE NUM-ING TO WRK-NUM-ING-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'TICKET #' WRK-NUM-ING-EDIT
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           MOVE TITULO-EXB TO REG-RCB.
           WRITE REG-RCB.
           MOVE DATA-EXB TO WRK-DATA-DISP.
           MOVE SPACES TO REG-RCB.
           STRING WRK-DATA-DISP ' AT ' HORA-EXB ' BRANCH ' FILIAL-EXB
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           MOVE SPACES TO REG-RCB.
           STRING 'NAME....: ' NOME-ING
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           MOVE QTDE-ING TO WRK-QT2-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'SEATS...: ' WRK-QT2-EDIT
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           IF DESCONTO-ING GREATER ZEROES
               MOVE DESCONTO-ING TO WRK-VAL-EDIT
               MOVE SPACES TO REG-RCB
               STRING 'MEMBER DISC.: ' WRK-VAL-EDIT
                   DELIMITED BY SIZE INTO REG-RCB
               WRITE REG-RCB
           END-IF.
           IF VALOR-ING EQUAL ZEROES
               MOVE 'FREE ADMISSION' TO REG-RCB
               WRITE REG-RCB
               EXIT PARAGRAPH
           END-IF.
           MOVE VALOR-ING TO WRK-VAL-EDIT.
           MOVE SPACES TO REG-RCB.
           STRING 'PRICE...: ' WRK-VAL-EDIT
               DELIMITED BY SIZE INTO REG-RCB.
           WRITE REG-RCB.
           IF IMPOSTO-VND NOT EQUAL ZEROES
               MOVE IMPOSTO-VND TO WRK-VAL-EDIT
               MOVE SPACES TO REG-RCB
               STRING 'TAXES INCLUDED: ' WRK-VAL-EDIT
                   DELIMITED BY SIZE INTO REG-RCB
               WRITE REG-RCB
           END-IF.
           MOVE SPACES TO REG-RCB.
           EVALUATE TRUE
               WHEN VND-CARTAO
                   MOVE 'PAID BY CARD' TO REG-RCB
               WHEN VND-VALE
                   STRING 'PAID BY VOUCHER ' NUM-VAL-VND
                       DELIMITED BY SIZE INTO REG-RCB
               WHEN OTHER
                   MOVE 'PAID IN CASH' TO REG-RCB
           END-EVALUATE.
           WRITE REG-RCB.
       0333-TICKET-DETAIL-END. EXIT.

       0334-LOG-TICKET SECTION.
           MOVE 'INGRESSO'       TO LOG-OPERACAO.
           MOVE CODIGO-EXB       TO LOG-CODIGO.
           MOVE SPACES           TO LOG-CAMPO.
           STRING 'I' NUM-ING DELIMITED BY SIZE INTO LOG-CAMPO.
           MOVE SPACES           TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE VALOR-ING        TO WRK-VAL-EDIT.
           MOVE QTDE-ING         TO WRK-QT2-EDIT.
           STRING WRK-VAL-EDIT ' ' FORMA-VND ' EVENT ' NUM-EXB
                  ' SEATS ' WRK-QT2-EDIT ' SALE ' NUM-VND-ING
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0334-LOG-TICKET-END. EXIT.

      *    CANCEL A TICKET OR A PLACE ON THE WAITING LIST BEFORE THE
      *    NIGHT. A MEMBER'S PAID TICKET COMES BACK AS STORE CREDIT IN
      *    THEIR NAME; A WALK-IN'S PAID TICKET CANNOT BE TRACED BACK
      *    TO ANYONE AND IS NOT REFUNDED HERE. THE SEATS FREED GO TO
      *    THE WAITING LIST.
       0340-CANCEL-TICKET SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-ING-NUM.
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-INGKEY.
           ACCEPT  SCREEN-INGKEY-NUM.
           IF WRK-ING-NUM EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-ING-NUM TO NUM-ING.
           READ INGRESSOS
               INVALID KEY
                   MOVE '48TICKET NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
           MOVE NUM-EXB-ING TO NUM-EXB.
           READ EXIBICOES
               INVALID KEY
                   MOVE '48EVENT NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
      *
           EVALUATE TRUE
               WHEN ING-CANCELADO
                   MOVE '43ALREADY CANCELLED.' TO WRK-MSG
               WHEN DATA-EXB LESS WRK-TODAY-NUM
                   MOVE '43THIS EVENT HAS ALREADY TAKEN PLACE.'
                       TO WRK-MSG
               WHEN PRESENTES-ING GREATER ZEROES
                   MOVE '43ALREADY ADMITTED AT THE DOOR.' TO WRK-MSG
               WHEN ING-VENDIDO
                AND NUM-LOC-ING EQUAL ZEROES
                AND VALOR-ING GREATER ZEROES
                   MOVE '43A PAID WALK-IN TICKET IS NOT REFUNDABLE.'
                       TO WRK-MSG
           END-EVALUATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           PERFORM 0312-SHOW-EVENT.
           DISPLAY 'NAME....: ' AT LINE 12 COLUMN 30.
           DISPLAY NOME-ING AT LINE 12 COLUMN 40 COLOR 11 HIGHLIGHT.
           MOVE QTDE-ING TO WRK-QT2-EDIT.
           DISPLAY 'SEATS...: ' AT LINE 13 COLUMN 30.
           DISPLAY WRK-QT2-EDIT AT LINE 13 COLUMN 40 COLOR 11 HIGHLIGHT.
           DISPLAY 'STATUS..: ' AT LINE 14 COLUMN 30.
           EVALUATE TRUE
               WHEN ING-VENDIDO
                   MOVE VALOR-ING TO WRK-VAL-EDIT
                   DISPLAY 'PAID' AT LINE 14 COLUMN 40
                       COLOR 11 HIGHLIGHT
                   DISPLAY WRK-VAL-EDIT AT LINE 14 COLUMN 45
                       COLOR 11 HIGHLIGHT
               WHEN ING-OFERTA
                   DISPLAY 'OFFERED A SEAT OFF THE WAITING LIST'
                       AT LINE 14 COLUMN 40 COLOR 11 HIGHLIGHT
               WHEN OTHER
                   DISPLAY 'ON THE WAITING LIST'
                       AT LINE 14 COLUMN 40 COLOR 11 HIGHLIGHT
           END-EVALUATE.
      *
           MOVE '41CANCEL THIS TICKET (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
           IF WRK-AWAIT NOT EQUAL 'Y' AND NOT EQUAL 'y'
               MOVE '27CANCELLATION ABANDONED.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ING-STATUS TO WRK-EXB-ANTES.
           EVALUATE TRUE
               WHEN ING-VENDIDO
                   IF VENDIDOS-EXB NOT LESS QTDE-ING
                       SUBTRACT QTDE-ING FROM VENDIDOS-EXB
                   ELSE
                       MOVE ZEROES TO VENDIDOS-EXB
                   END-IF
                   IF VALOR-ING GREATER ZEROES
                       PERFORM 0345-ISSUE-CREDIT
                   END-IF
               WHEN ING-OFERTA
                   IF RESERVADOS-EXB NOT LESS QTDE-ING
                       SUBTRACT QTDE-ING FROM RESERVADOS-EXB
                   ELSE
                       MOVE ZEROES TO RESERVADOS-EXB
                   END-IF
           END-EVALUATE.
      *
           SET ING-CANCELADO TO TRUE.
           REWRITE REG-ING
               INVALID KEY
                   MOVE '47ERROR CANCELLING TICKET.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-REWRITE.
           REWRITE REG-EXB
               INVALID KEY CONTINUE
           END-REWRITE.
      *
           MOVE 'INGCANC'        TO LOG-OPERACAO.
           MOVE CODIGO-EXB       TO LOG-CODIGO.
           MOVE SPACES           TO LOG-CAMPO.
           STRING 'I' NUM-ING DELIMITED BY SIZE INTO LOG-CAMPO.
           MOVE SPACES           TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE VALOR-ING        TO WRK-VAL-EDIT.
           MOVE QTDE-ING         TO WRK-QT2-EDIT.
           STRING WRK-EXB-ANTES(1:1) ' ' WRK-VAL-EDIT ' EVENT '
                  NUM-EXB ' SEATS ' WRK-QT2-EDIT
               DELIMITED BY SIZE INTO LOG-VALOR-ANTIGO.
           STRING 'C CREDIT ' NUM-VAL-ING
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
      *
           MOVE NUM-VAL-ING TO WRK-VAL-PROX.
           MOVE ZERO TO WRK-PRM-QTDE.
           PERFORM 0348-PROMOTE-WAITING.
      *
           INITIALIZE WRK-MSG.
           IF WRK-VAL-PROX NOT EQUAL ZEROES
               MOVE WRK-VAL-PROX TO WRK-NUM-VAL-EDIT
               STRING '54TICKET CANCELLED - STORE CREDIT #'
                      WRK-NUM-VAL-EDIT ' ISSUED.'
                   DELIMITED BY SIZE INTO WRK-MSG
           ELSE
               MOVE '54TICKET CANCELLED.' TO WRK-MSG
           END-IF.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0340-CANCEL-TICKET-END. EXIT.

      *    STORE CREDIT FOR WHAT THE MEMBER PAID, IN THEIR NAME - THE
      *    SAME KIND OF VOUCHER THE TRADE-IN DESK GRANTS: NO MONEY
      *    TAKEN FOR IT, SPENDABLE AT ANY TILL THAT TAKES VOUCHERS.
       0345-ISSUE-CREDIT SECTION.
           MOVE HIGH-VALUES TO NUM-VAL.
           START VALES KEY IS NOT GREATER NUM-VAL
               INVALID KEY
                   MOVE ZEROES TO NUM-VAL
               NOT INVALID KEY
                   READ VALES NEXT AT END CONTINUE END-READ
           END-START.
           ADD 1 TO NUM-VAL GIVING WRK-VAL-PROX.
      *
           INITIALIZE REG-VAL.
           MOVE WRK-VAL-PROX     TO NUM-VAL.
           SET VAL-CREDITO       TO TRUE.
           MOVE NUM-LOC-ING      TO NUM-LOC-VAL.
           MOVE WRK-TODAY-NUM    TO DATA-EMISSAO-VAL.
           MOVE VALOR-ING        TO VALOR-EMITIDO-VAL SALDO-VAL.
           MOVE ZEROES           TO DATA-VALIDADE-VAL DATA-USO-VAL.
           SET VAL-ATIVO         TO TRUE.
           SET VAL-CORTESIA      TO TRUE.
           MOVE ZEROES           TO NUM-CXS-VAL.
           MOVE WRK-OPERATOR     TO OPERADOR-VAL.
           WRITE REG-VAL
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE NUM-VAL TO NUM-VAL-ING.
      *
           MOVE 'CREDITVL'       TO LOG-OPERACAO.
           MOVE NUM-LOC-VAL      TO LOG-CODIGO.
           MOVE SPACES           TO LOG-CAMPO.
           STRING 'V' NUM-VAL DELIMITED BY SIZE INTO LOG-CAMPO.
           MOVE SPACES           TO LOG-VALOR-ANTIGO LOG-VALOR-NOVO.
           MOVE VALOR-EMITIDO-VAL TO WRK-VAL-EDIT.
           MOVE NUM-ING          TO WRK-NUM-ING-EDIT.
           STRING WRK-VAL-EDIT ' TICKET ' WRK-NUM-ING-EDIT
               DELIMITED BY SIZE INTO LOG-VALOR-NOVO.
           COPY 'CPVIDAWR.cpy'. *> WRITE AUDIT LOG ENTRY
       0345-ISSUE-CREDIT-END. EXIT.

      *    SEATS ON OPEN SALE GO TO THE WAITING LIST FIRST, IN TICKET
      *    NUMBER ORDER: EACH WAITING MEMBER WHOSE PARTY FITS IS
      *    OFFERED THE SEATS, WHICH ARE HELD FOR THEM, AND TOLD
      *    THROUGH THE NOTIFICATION QUEUE. REG-EXB IS THE EVENT IN
      *    HAND AND IS REWRITTEN WITH THE SEATS HELD.
       0348-PROMOTE-WAITING SECTION.
           IF NOT EXB-ABERTA
              OR DATA-EXB LESS WRK-TODAY-NUM
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WRK-LIVRES = LOTACAO-EXB - VENDIDOS-EXB
                              - RESERVADOS-EXB.
           IF WRK-LIVRES NOT GREATER ZERO
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE NUM-EXB TO NUM-EXB-ING.
           START INGRESSOS KEY IS EQUAL NUM-EXB-ING
               INVALID KEY MOVE 10 TO FS-INGRESSOS
           END-START.
           IF FS-INGRESSOS NOT EQUAL 10
               READ INGRESSOS NEXT AT END MOVE 10 TO FS-INGRESSOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-INGRESSOS EQUAL 10
                     OR NUM-EXB-ING NOT EQUAL NUM-EXB
                     OR WRK-LIVRES NOT GREATER ZERO
               IF ING-ESPERA
                  AND QTDE-ING NOT GREATER WRK-LIVRES
                   SET ING-OFERTA     TO TRUE
                   MOVE WRK-TODAY-NUM TO DATA-OFERTA-ING
                   REWRITE REG-ING
                       INVALID KEY CONTINUE
                   END-REWRITE
                   ADD QTDE-ING TO RESERVADOS-EXB
                   SUBTRACT QTDE-ING FROM WRK-LIVRES
                   ADD 1 TO WRK-PRM-QTDE
                   PERFORM 0349-NOTIFY-OFFER
               END-IF
               READ INGRESSOS NEXT AT END MOVE 10 TO FS-INGRESSOS
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-INGRESSOS.
      *
           REWRITE REG-EXB
               INVALID KEY CONTINUE
           END-REWRITE.
       0348-PROMOTE-WAITING-END. EXIT.

      *    TELL THE WAITING MEMBER THEIR SEATS ARE HELD - THEY COME
      *    TO THE DESK (OR RING) TO PAY FOR THEM.
       0349-NOTIFY-OFFER SECTION.
           IF FS-NOTIFICA NOT EQUAL "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE NUM-LOC-ING TO WRK-NTF-LOC.
           MOVE NOME-ING    TO WRK-NTF-NOME.
           MOVE 'R'         TO WRK-NTF-TIPO.
           MOVE DATA-EXB    TO WRK-DATA-DISP.
           MOVE SPACES      TO WRK-NTF-TEXTO.
           STRING 'FILM CLUB SEAT HELD: ' TITULO-EXB(1:24) ' '
                  WRK-DATA-DISP
               DELIMITED BY SIZE INTO WRK-NTF-TEXTO.
           PERFORM 0347-POST-NOTIFICATION.
       0349-NOTIFY-OFFER-END. EXIT.

       0347-POST-NOTIFICATION SECTION.
           COPY 'CPVIDNFP.cpy'. *> POST ONE NOTIFICATION
       0347-POST-NOTIFICATION-END. EXIT.

      *    THE DOOR ON THE NIGHT: A PAID TICKET FOR TODAY'S SCREENING
      *    IS CHECKED IN WITH HOW MANY OF ITS SEATS ACTUALLY CAME.
       0350-DOOR-CHECK-IN SECTION.
           INITIALIZE WRK-MSG.
           MOVE ZEROES TO WRK-ING-NUM.
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-INGKEY.
           ACCEPT  SCREEN-INGKEY-NUM.
           IF WRK-ING-NUM EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-ING-NUM TO NUM-ING.
           READ INGRESSOS
               INVALID KEY
                   MOVE '48TICKET NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
           MOVE NUM-EXB-ING TO NUM-EXB.
           READ EXIBICOES
               INVALID KEY
                   MOVE '48EVENT NOT FOUND.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
               WHEN NOT ING-VENDIDO
                   MOVE '43NOT A PAID TICKET.' TO WRK-MSG
               WHEN EXB-CANCELADA
                   MOVE '43THIS EVENT WAS CANCELLED.' TO WRK-MSG
               WHEN DATA-EXB NOT EQUAL WRK-TODAY-NUM
                   MOVE '43THIS TICKET IS FOR ANOTHER DAY.' TO WRK-MSG
           END-EVALUATE.
           IF WRK-MSG-TEXT NOT EQUAL SPACES
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           DISPLAY TITULO-EXB AT LINE 08 COLUMN 30 COLOR 11 HIGHLIGHT.
           DISPLAY HORA-EXB AT LINE 09 COLUMN 30 COLOR 11 HIGHLIGHT.
           DISPLAY 'NAME....: ' AT LINE 11 COLUMN 30.
           DISPLAY NOME-ING AT LINE 11 COLUMN 40 COLOR 11 HIGHLIGHT.
           MOVE QTDE-ING TO WRK-QT2-EDIT.
           DISPLAY 'SEATS...: ' AT LINE 12 COLUMN 30.
           DISPLAY WRK-QT2-EDIT AT LINE 12 COLUMN 40 COLOR 11 HIGHLIGHT.
           DISPLAY 'ADMITTED: [  ]' AT LINE 13 COLUMN 30.
      *
           IF PRESENTES-ING EQUAL ZEROES
               MOVE QTDE-ING TO WRK-ING-PRES
           ELSE
               MOVE PRESENTES-ING TO WRK-ING-PRES
           END-IF.
           ACCEPT WRK-ING-PRES AT LINE 13 COLUMN 41.
           IF WRK-ING-PRES GREATER QTDE-ING
               MOVE '20MORE THAN THE SEATS ON THE TICKET.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE WRK-ING-PRES TO PRESENTES-ING.
           REWRITE REG-ING
               INVALID KEY
                   MOVE '47ERROR RECORDING ADMISSION.' TO WRK-MSG
                   DISPLAY SCREEN-MSG
                   ACCEPT SCREEN-WAIT
                   EXIT PARAGRAPH
           END-REWRITE.
      *
           MOVE PRESENTES-ING TO WRK-QT2-EDIT.
           MOVE NUM-ING TO WRK-NUM-ING-EDIT.
           INITIALIZE WRK-MSG.
           STRING '54' WRK-QT2-EDIT ' ADMITTED ON TICKET #'
                  WRK-NUM-ING-EDIT '.'
               DELIMITED BY SIZE INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0350-DOOR-CHECK-IN-END. EXIT.

      *    SCREENINGS FROM TODAY ON, IN DATE ORDER, WITH THE SEATS
      *    SOLD, HELD AND STILL FREE AND THE SEATS ON THE WAITING
      *    LIST - AS MANY AS THE SCREEN HOLDS.
       0360-LIST-EVENTS SECTION.
           MOVE 09 TO WRK-LST-LINE.
           DISPLAY SCREEN-MAIN.
           DISPLAY 'EVT#  DATE       TIME  TITLE' AT LINE 08 COLUMN 03.
           DISPLAY 'CAP SOLD HELD WAIT FREE' AT LINE 08 COLUMN 50.
      *
           MOVE WRK-TODAY-NUM TO DATA-EXB.
           START EXIBICOES KEY IS NOT LESS DATA-EXB
               INVALID KEY MOVE 10 TO FS-EXIBICOES
           END-START.
           IF FS-EXIBICOES NOT EQUAL 10
               READ EXIBICOES NEXT AT END MOVE 10 TO FS-EXIBICOES
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-EXIBICOES EQUAL 10
                     OR WRK-LST-LINE NOT LESS 21
               IF EXB-ABERTA
                   PERFORM 0365-SHOW-EVENT-LINE
                   ADD 1 TO WRK-LST-LINE
               END-IF
               READ EXIBICOES NEXT AT END MOVE 10 TO FS-EXIBICOES
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-EXIBICOES.
      *
           IF WRK-LST-LINE EQUAL 09
               MOVE '20NO SCREENINGS COMING UP.' TO WRK-MSG
               DISPLAY SCREEN-MSG
           END-IF.
           ACCEPT SCREEN-WAIT.
       0360-LIST-EVENTS-END. EXIT.

       0365-SHOW-EVENT-LINE SECTION.
           PERFORM 0366-COUNT-WAITING.
           COMPUTE WRK-LIVRES = LOTACAO-EXB - VENDIDOS-EXB
                              - RESERVADOS-EXB.
           IF WRK-LIVRES LESS ZERO
               MOVE ZERO TO WRK-LIVRES
           END-IF.
      *
           MOVE NUM-EXB  TO WRK-NUM-EXB-EDIT.
           MOVE DATA-EXB TO WRK-DATA-DISP.
           DISPLAY WRK-NUM-EXB-EDIT AT LINE WRK-LST-LINE COLUMN 03
               COLOR 11 HIGHLIGHT.
           DISPLAY WRK-DATA-DISP AT LINE WRK-LST-LINE COLUMN 09
               COLOR 11 HIGHLIGHT.
           DISPLAY HORA-EXB AT LINE WRK-LST-LINE COLUMN 20
               COLOR 11 HIGHLIGHT.
           DISPLAY TITULO-EXB(1:23) AT LINE WRK-LST-LINE COLUMN 26
               COLOR 11 HIGHLIGHT.
           MOVE LOTACAO-EXB TO WRK-QTD-EDIT.
           DISPLAY WRK-QTD-EDIT AT LINE WRK-LST-LINE COLUMN 50
               COLOR 4 HIGHLIGHT.
           MOVE VENDIDOS-EXB TO WRK-QTD-EDIT.
           DISPLAY WRK-QTD-EDIT AT LINE WRK-LST-LINE COLUMN 55
               COLOR 4 HIGHLIGHT.
           MOVE RESERVADOS-EXB TO WRK-QTD-EDIT.
           DISPLAY WRK-QTD-EDIT AT LINE WRK-LST-LINE COLUMN 60
               COLOR 4 HIGHLIGHT.
           MOVE WRK-ESP-QTDE TO WRK-QTD-EDIT.
           DISPLAY WRK-QTD-EDIT AT LINE WRK-LST-LINE COLUMN 65
               COLOR 4 HIGHLIGHT.
           MOVE WRK-LIVRES TO WRK-QTD-EDIT.
           DISPLAY WRK-QTD-EDIT AT LINE WRK-LST-LINE COLUMN 70
               COLOR 4 HIGHLIGHT.
       0365-SHOW-EVENT-LINE-END. EXIT.

      *    SEATS STILL WAITING (NOT YET OFFERED) FOR THE EVENT IN
      *    HAND.
       0366-COUNT-WAITING SECTION.
           MOVE ZERO TO WRK-ESP-QTDE.
           MOVE NUM-EXB TO NUM-EXB-ING.
           START INGRESSOS KEY IS EQUAL NUM-EXB-ING
               INVALID KEY MOVE 10 TO FS-INGRESSOS
           END-START.
           IF FS-INGRESSOS NOT EQUAL 10
               READ INGRESSOS NEXT AT END MOVE 10 TO FS-INGRESSOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-INGRESSOS EQUAL 10
                     OR NUM-EXB-ING NOT EQUAL NUM-EXB
               IF ING-ESPERA
                   ADD QTDE-ING TO WRK-ESP-QTDE
               END-IF
               READ INGRESSOS NEXT AT END MOVE 10 TO FS-INGRESSOS
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-INGRESSOS.
       0366-COUNT-WAITING-END. EXIT.

      *    ONE MONTH OF SCREENINGS ON CINECLUBE-REL.txt: PER EVENT THE
      *    ROOM, THE SEATS SOLD AND ADMITTED, THE WAITING LIST LEFT
      *    UNSERVED, THE TAKINGS AND DISCOUNT GIVEN, AND HOW MANY OF
      *    THE MEMBERS WHO CAME RENTED THE TITLE OR ANOTHER OF ITS
      *    SERIES WITHIN CINEJAN DAYS OF THE NIGHT.
       0370-ATTENDANCE-REPORT SECTION.
           INITIALIZE WRK-MSG.
           MOVE WRK-TODAY-NUM(1:6) TO WRK-REL-MES.
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-RELMES.
           ACCEPT  SCREEN-RELMES-DDS.
           IF WRK-REL-MES EQUAL ZEROES
               EXIT PARAGRAPH
           END-IF.
           IF WRK-REL-MES(5:2) LESS '01'
              OR WRK-REL-MES(5:2) GREATER '12'
               MOVE '20INVALID MONTH.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           OPEN OUTPUT CINECLUBE-REL.
           IF FS-CINECLUBE-REL NOT EQUAL "00"
               MOVE '53ERROR OPENING CINECLUBE-REL FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE ZERO TO WRK-TOT-EVT WRK-TOT-LOT WRK-TOT-VEND
                        WRK-TOT-PRES WRK-TOT-ESP WRK-TOT-VALOR
                        WRK-TOT-DESC WRK-TOT-SOCIOS WRK-TOT-ALUG.
      *
           MOVE SPACES TO REG-CNR.
           STRING 'VIDEOTECA - FILM CLUB ATTENDANCE AND TAKINGS   '
                  'MONTH: ' WRK-REL-MES(1:4) '/' WRK-REL-MES(5:2)
                  '   RUN DATE: ' WRK-DATE
               DELIMITED BY SIZE INTO REG-CNR.
           WRITE REG-CNR.
           MOVE WRK-CINE-JANELA TO WRK-QTD-EDIT.
           MOVE SPACES TO REG-CNR.
           STRING 'RENTED = MEMBERS ADMITTED WHO RENTED THE TITLE OR '
                  'ITS SERIES WITHIN ' WRK-QTD-EDIT
                  ' DAYS (* = WINDOW STILL OPEN)'
               DELIMITED BY SIZE INTO REG-CNR.
           WRITE REG-CNR.
           MOVE ALL '-' TO REG-CNR.
           WRITE REG-CNR.
           MOVE SPACES TO REG-CNR.
           STRING ' EVT#  DATE        TIME   BR  TITLE              '
                  '             CAP  SOLD  ADMIT  WAIT     TAKINGS  '
                  '  DISCOUNT  MEMBERS  RENTED'
               DELIMITED BY SIZE INTO REG-CNR.
           WRITE REG-CNR.
           MOVE ALL '-' TO REG-CNR.
           WRITE REG-CNR.
      *
           COMPUTE WRK-REL-INI = WRK-REL-MES * 100 + 1.
           MOVE WRK-REL-INI TO DATA-EXB.
           START EXIBICOES KEY IS NOT LESS DATA-EXB
               INVALID KEY MOVE 10 TO FS-EXIBICOES
           END-START.
           IF FS-EXIBICOES NOT EQUAL 10
               READ EXIBICOES NEXT AT END MOVE 10 TO FS-EXIBICOES
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-EXIBICOES EQUAL 10
                     OR DATA-EXB(1:6) NOT EQUAL WRK-REL-MES
               IF EXB-ABERTA
                   PERFORM 0372-REPORT-EVENT
               END-IF
               READ EXIBICOES NEXT AT END MOVE 10 TO FS-EXIBICOES
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-EXIBICOES.
      *
           MOVE ALL '-' TO REG-CNR.
           WRITE REG-CNR.
           MOVE SPACES TO REG-CNR.
           MOVE WRK-TOT-EVT TO WRK-QTD5-EDIT.
           STRING 'EVENTS..............: ' WRK-QTD5-EDIT
               DELIMITED BY SIZE INTO REG-CNR.
           WRITE REG-CNR.
           MOVE SPACES TO REG-CNR.
           MOVE WRK-TOT-LOT TO WRK-QTD7-EDIT.
           STRING 'SEATS AVAILABLE.....: ' WRK-QTD7-EDIT
               DELIMITED BY SIZE INTO REG-CNR.
           WRITE REG-CNR.
           MOVE SPACES TO REG-CNR.
           MOVE WRK-TOT-VEND TO WRK-QTD7-EDIT.
           STRING 'SEATS SOLD..........: ' WRK-QTD7-EDIT
               DELIMITED BY SIZE INTO REG-CNR.
           WRITE REG-CNR.
           MOVE SPACES TO REG-CNR.
           MOVE WRK-TOT-PRES TO WRK-QTD7-EDIT.
           STRING 'SEATS ADMITTED......: ' WRK-QTD7-EDIT
               DELIMITED BY SIZE INTO REG-CNR.
           WRITE REG-CNR.
           MOVE SPACES TO REG-CNR.
           MOVE WRK-TOT-ESP TO WRK-QTD7-EDIT.
           STRING 'WAITING UNSERVED....: ' WRK-QTD7-EDIT
               DELIMITED BY SIZE INTO REG-CNR.
           WRITE REG-CNR.
           MOVE SPACES TO REG-CNR.
           MOVE WRK-TOT-VALOR TO WRK-TOT-EDIT.
           STRING 'TAKINGS.............: ' WRK-TOT-EDIT
               DELIMITED BY SIZE INTO REG-CNR.
           WRITE REG-CNR.
           MOVE SPACES TO REG-CNR.
           MOVE WRK-TOT-DESC TO WRK-TOT-EDIT.
           STRING 'MEMBER DISCOUNT.....: ' WRK-TOT-EDIT
               DELIMITED BY SIZE INTO REG-CNR.
           WRITE REG-CNR.
           MOVE SPACES TO REG-CNR.
           MOVE WRK-TOT-SOCIOS TO WRK-QTD7-EDIT.
           STRING 'MEMBERS ADMITTED....: ' WRK-QTD7-EDIT
               DELIMITED BY SIZE INTO REG-CNR.
           WRITE REG-CNR.
           MOVE SPACES TO REG-CNR.
           MOVE WRK-TOT-ALUG TO WRK-QTD7-EDIT.
           STRING 'OF WHOM RENTED AFTER: ' WRK-QTD7-EDIT
               DELIMITED BY SIZE INTO REG-CNR.
           WRITE REG-CNR.
      *
           CLOSE CINECLUBE-REL.
      *
           MOVE 'CNVIDPRG' TO LNK-SPL-NOME.
           MOVE 'CINECLUBE-REL.txt' TO LNK-SPL-FONTE.
           CALL 'SPVIDPRG' USING LNK-SPOOL.
      *
           MOVE WRK-TOT-EVT TO WRK-QTD5-EDIT.
           INITIALIZE WRK-MSG.
           STRING '57EVENTS ON CINECLUBE-REL.TXT: ' DELIMITED BY SIZE
                  WRK-QTD5-EDIT DELIMITED BY SIZE
                  INTO WRK-MSG.
           DISPLAY SCREEN-MSG.
           ACCEPT SCREEN-WAIT.
       0370-ATTENDANCE-REPORT-END. EXIT.

      *    ONE EVENT'S LINE: ITS TICKETS, THEN THE RENTALS BY THE
      *    MEMBERS WHO CAME.
       0372-REPORT-EVENT SECTION.
           MOVE ZERO TO WRK-EV-VEND WRK-EV-PRES WRK-EV-ESP
                        WRK-EV-VALOR WRK-EV-DESC WRK-EV-ALUG
                        WRK-PRS-COUNT.
      *
           MOVE NUM-EXB TO NUM-EXB-ING.
           START INGRESSOS KEY IS EQUAL NUM-EXB-ING
               INVALID KEY MOVE 10 TO FS-INGRESSOS
           END-START.
           IF FS-INGRESSOS NOT EQUAL 10
               READ INGRESSOS NEXT AT END MOVE 10 TO FS-INGRESSOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-INGRESSOS EQUAL 10
                     OR NUM-EXB-ING NOT EQUAL NUM-EXB
               EVALUATE TRUE
                   WHEN ING-VENDIDO
                       ADD QTDE-ING      TO WRK-EV-VEND
                       ADD PRESENTES-ING TO WRK-EV-PRES
                       ADD VALOR-ING     TO WRK-EV-VALOR
                       ADD DESCONTO-ING  TO WRK-EV-DESC
                       IF NUM-LOC-ING NOT EQUAL ZEROES
                          AND PRESENTES-ING GREATER ZEROES
                           PERFORM 0373-ADD-ATTENDEE
                       END-IF
                   WHEN ING-ESPERA
                   WHEN ING-OFERTA
                       ADD QTDE-ING      TO WRK-EV-ESP
               END-EVALUATE
               READ INGRESSOS NEXT AT END MOVE 10 TO FS-INGRESSOS
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-INGRESSOS.
      *
           COMPUTE WRK-JAN-FIM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-EXB) + WRK-CINE-JANELA).
           IF WRK-PRS-COUNT GREATER ZERO
               PERFORM 0376-TITLE-SET
               PERFORM 0378-SCAN-LOANS
                   VARYING WRK-TIT-IDX FROM 1 BY 1
                   UNTIL WRK-TIT-IDX GREATER WRK-TIT-COUNT
               PERFORM VARYING WRK-PRS-IDX FROM 1 BY 1
                       UNTIL WRK-PRS-IDX GREATER WRK-PRS-COUNT
                   IF EL-PRS-ALUGOU(WRK-PRS-IDX) EQUAL 'S'
                       ADD 1 TO WRK-EV-ALUG
                   END-IF
               END-PERFORM
           END-IF.
      *
           MOVE NUM-EXB  TO WRK-NUM-EXB-EDIT.
           MOVE DATA-EXB TO WRK-DATA-DISP.
           MOVE SPACES TO REG-CNR.
           STRING WRK-NUM-EXB-EDIT '  ' WRK-DATA-DISP '  ' HORA-EXB
                  '  ' FILIAL-EXB '  ' TITULO-EXB(1:30)
               DELIMITED BY SIZE INTO REG-CNR.
           MOVE LOTACAO-EXB  TO WRK-QTD-EDIT.
           MOVE WRK-QTD-EDIT TO REG-CNR(67:3).
           MOVE WRK-EV-VEND  TO WRK-QTD5-EDIT.
           MOVE WRK-QTD5-EDIT TO REG-CNR(71:5).
           MOVE WRK-EV-PRES  TO WRK-QTD5-EDIT.
           MOVE WRK-QTD5-EDIT TO REG-CNR(78:5).
           MOVE WRK-EV-ESP   TO WRK-QTD5-EDIT.
           MOVE WRK-QTD5-EDIT TO REG-CNR(84:5).
           MOVE WRK-EV-VALOR TO WRK-TOT-EDIT.
           MOVE WRK-TOT-EDIT TO REG-CNR(90:10).
           MOVE WRK-EV-DESC  TO WRK-TOT-EDIT.
           MOVE WRK-TOT-EDIT TO REG-CNR(102:10).
           MOVE WRK-PRS-COUNT TO WRK-QTD5-EDIT.
           MOVE WRK-QTD5-EDIT TO REG-CNR(116:5).
           MOVE WRK-EV-ALUG  TO WRK-QTD5-EDIT.
           MOVE WRK-QTD5-EDIT TO REG-CNR(124:5).
           IF WRK-JAN-FIM NOT LESS WRK-TODAY-NUM
               MOVE '*' TO REG-CNR(130:1)
           END-IF.
           WRITE REG-CNR.
      *
           ADD 1              TO WRK-TOT-EVT.
           ADD LOTACAO-EXB    TO WRK-TOT-LOT.
           ADD WRK-EV-VEND    TO WRK-TOT-VEND.
           ADD WRK-EV-PRES    TO WRK-TOT-PRES.
           ADD WRK-EV-ESP     TO WRK-TOT-ESP.
           ADD WRK-EV-VALOR   TO WRK-TOT-VALOR.
           ADD WRK-EV-DESC    TO WRK-TOT-DESC.
           ADD WRK-PRS-COUNT  TO WRK-TOT-SOCIOS.
           ADD WRK-EV-ALUG    TO WRK-TOT-ALUG.
       0372-REPORT-EVENT-END. EXIT.

      *    A MEMBER WHO CAME, ONCE PER EVENT HOWEVER MANY TICKETS
      *    THEY HELD.
       0373-ADD-ATTENDEE SECTION.
           MOVE ZERO TO WRK-PRS-POS.
           PERFORM VARYING WRK-PRS-IDX FROM 1 BY 1
                   UNTIL WRK-PRS-IDX GREATER WRK-PRS-COUNT
                      OR WRK-PRS-POS NOT EQUAL ZERO
               IF EL-PRS-LOC(WRK-PRS-IDX) EQUAL NUM-LOC-ING
                   MOVE WRK-PRS-IDX TO WRK-PRS-POS
               END-IF
           END-PERFORM.
           IF WRK-PRS-POS EQUAL ZERO
              AND WRK-PRS-COUNT LESS 300
               ADD 1 TO WRK-PRS-COUNT
               MOVE NUM-LOC-ING TO EL-PRS-LOC(WRK-PRS-COUNT)
               MOVE 'N'         TO EL-PRS-ALUGOU(WRK-PRS-COUNT)
           END-IF.
       0373-ADD-ATTENDEE-END. EXIT.

      *    THE TITLE SHOWN AND EVERY OTHER TITLE OF ANY SERIES IT IS
      *    PART OF (SERIEMEM, AS RKVIDPRG READS IT).
       0376-TITLE-SET SECTION.
           MOVE 1          TO WRK-TIT-COUNT.
           MOVE CODIGO-EXB TO EL-TIT-COD(1).
           MOVE ZERO       TO WRK-SER-COUNT.
      *
           MOVE CODIGO-EXB TO CODIGO-SME.
           START SERIEMEM KEY IS EQUAL CODIGO-SME
               INVALID KEY MOVE 10 TO FS-SERIEMEM
           END-START.
           IF FS-SERIEMEM NOT EQUAL 10
               READ SERIEMEM NEXT AT END MOVE 10 TO FS-SERIEMEM
               END-READ
           END-IF.
           PERFORM UNTIL FS-SERIEMEM EQUAL 10
                     OR CODIGO-SME NOT EQUAL CODIGO-EXB
               IF WRK-SER-COUNT LESS 10
                   ADD 1 TO WRK-SER-COUNT
                   MOVE COD-SER-SME TO EL-SER-COD(WRK-SER-COUNT)
               END-IF
               READ SERIEMEM NEXT AT END MOVE 10 TO FS-SERIEMEM
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-SERIEMEM.
      *
           PERFORM 0377-SERIES-TITLES
               VARYING WRK-SER-IDX FROM 1 BY 1
               UNTIL WRK-SER-IDX GREATER WRK-SER-COUNT.
       0376-TITLE-SET-END. EXIT.

       0377-SERIES-TITLES SECTION.
           MOVE EL-SER-COD(WRK-SER-IDX) TO COD-SER-SME.
           MOVE ZEROES TO SEQ-SME.
           START SERIEMEM KEY IS NOT LESS CHAVE-SME
               INVALID KEY MOVE 10 TO FS-SERIEMEM
           END-START.
           IF FS-SERIEMEM NOT EQUAL 10
               READ SERIEMEM NEXT AT END MOVE 10 TO FS-SERIEMEM
               END-READ
           END-IF.
           PERFORM UNTIL FS-SERIEMEM EQUAL 10
                     OR COD-SER-SME NOT EQUAL EL-SER-COD(WRK-SER-IDX)
               MOVE ZERO TO WRK-TIT-POS
               PERFORM VARYING WRK-TIT-IDX FROM 1 BY 1
                       UNTIL WRK-TIT-IDX GREATER WRK-TIT-COUNT
                          OR WRK-TIT-POS NOT EQUAL ZERO
                   IF EL-TIT-COD(WRK-TIT-IDX) EQUAL CODIGO-SME
                       MOVE WRK-TIT-IDX TO WRK-TIT-POS
                   END-IF
               END-PERFORM
               IF WRK-TIT-POS EQUAL ZERO
                  AND WRK-TIT-COUNT LESS 100
                   ADD 1 TO WRK-TIT-COUNT
                   MOVE CODIGO-SME TO EL-TIT-COD(WRK-TIT-COUNT)
               END-IF
               READ SERIEMEM NEXT AT END MOVE 10 TO FS-SERIEMEM
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-SERIEMEM.
       0377-SERIES-TITLES-END. EXIT.

      *    LOANS OF ONE TITLE OF THE SET TAKEN OUT FROM THE NIGHT OF
      *    THE SCREENING TO THE END OF THE WINDOW - EACH ONE BY A
      *    MEMBER WHO CAME MARKS THAT MEMBER.
       0378-SCAN-LOANS SECTION.
           MOVE EL-TIT-COD(WRK-TIT-IDX) TO CODIGO-EMP.
           START EMPRESTIMOS KEY IS EQUAL CODIGO-EMP
               INVALID KEY MOVE 10 TO FS-EMPRESTIMOS
           END-START.
           IF FS-EMPRESTIMOS NOT EQUAL 10
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-EMPRESTIMOS EQUAL 10
                     OR CODIGO-EMP NOT EQUAL EL-TIT-COD(WRK-TIT-IDX)
               IF DATA-EMPRESTIMO NOT LESS DATA-EXB
                  AND DATA-EMPRESTIMO NOT GREATER WRK-JAN-FIM
                  AND NUM-LOC-EMP NOT EQUAL ZEROES
                   PERFORM VARYING WRK-PRS-IDX FROM 1 BY 1
                           UNTIL WRK-PRS-IDX GREATER WRK-PRS-COUNT
                       IF EL-PRS-LOC(WRK-PRS-IDX) EQUAL NUM-LOC-EMP
                           MOVE 'S' TO EL-PRS-ALUGOU(WRK-PRS-IDX)
                       END-IF
                   END-PERFORM
               END-IF
               READ EMPRESTIMOS NEXT AT END MOVE 10 TO FS-EMPRESTIMOS
               END-READ
           END-PERFORM.
           MOVE "00" TO FS-EMPRESTIMOS.
       0378-SCAN-LOANS-END. EXIT.

       0500-CLOSE-DATA SECTION.
           CLOSE INGRESSOS MOVIES BORROWERS PLANOS VENDAS VALES FISCAL
                 NOTIFICACOES SERIEMEM EMPRESTIMOS LOG-AUDITORIA
                 EXIBICOES.
      *
           IF FS-EXIBICOES NOT EQUAL "00"
               MOVE '47ERROR CLOSING SCREENING EVENTS FILE.' TO WRK-MSG
               DISPLAY SCREEN-MSG
               ACCEPT SCREEN-WAIT
      *
               MOVE FS-EXIBICOES TO WS-ABEND-CODE
               MOVE 'ERROR CLOSING SCREENING EVENTS FILE.'
                   TO WS-ABEND-MESSAGE
               PERFORM 0600-ROT-ABEND
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND SECTION.
           COPY 'CPVIDRAB.cpy'. *> ABEND ROUTINE.
      *
           PERFORM 0700-END-PROGRAM.
       0600-ROT-ABEND-END. EXIT.

       0700-END-PROGRAM SECTION.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM CNVIDPRG.
