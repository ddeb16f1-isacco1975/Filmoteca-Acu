      ******************************************************************
      * FILE NAME   : MXVIDPRG                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : FABIO MARQUES (FMARQUES@FMARQUES.ETI.BR)         *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : DOCUMENT TEMPLATE ROUTINE OF VIDEOTECA PROGRAM - *
      *               BUILDS THE HEADER AND BODY LINES OF A LETTER,    *
      *               SLIP OR NOTICE FROM MODELOS.dat (THE BRANCH'S    *
      *               OWN ROW, THE GENERAL ROW, OR THE STANDARD        *
      *               WORDING) WITH THE PLACEHOLDERS FILLED IN         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MXVIDPRG.
       AUTHOR. FABIO MARQUES.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY 'CPVIDMDS.cpy'. *> DOCUMENT TEMPLATES DAT WORKBOOK
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MODELOS.
           COPY 'CPVIDMDR.cpy'. *> DOCUMENT TEMPLATE DATA FILE
      *
       WORKING-STORAGE SECTION.
           COPY 'CPVIDMDW.cpy'. *> DOCUMENT TEMPLATES DAT WORKBOOK
      *
       77  WRK-MOD-TEM-CAB           PIC X(01) VALUE 'N'.
       77  WRK-MOD-TEM-CORPO         PIC X(01) VALUE 'N'.
       77  WRK-MOD-FILIAL-TXT        PIC X(02) VALUE SPACES.
       77  WRK-MOD-IDX               PIC 9(02) VALUE ZERO.
       77  WRK-MOD-ITENS             PIC 9(02) VALUE ZERO.
      *
      *    THE TEMPLATE AS FOUND (60 COLUMNS A LINE) AND THE STANDARD
      *    WORDING, BEFORE THE PLACEHOLDERS ARE FILLED IN.
       01  WRK-MOD-TEXTO.
           05 WRK-MOD-CAB.
              10 WRK-MOD-CAB-LIN    PIC X(60) OCCURS 3 TIMES.
           05 WRK-MOD-CORPO.
              10 WRK-MOD-CORPO-LIN  PIC X(60) OCCURS 10 TIMES.
      *
       01  WRK-MOD-PADRAO.
           05 WRK-PAD-CAB.
              10 WRK-PAD-CAB-LIN    PIC X(60) OCCURS 3 TIMES.
           05 WRK-PAD-CORPO.
              10 WRK-PAD-CORPO-LIN  PIC X(60) OCCURS 10 TIMES.
      *
      *    ONE LINE BEING EXPANDED. THE INPUT IS PADDED PAST ITS 60
      *    COLUMNS SO A PLACEHOLDER TEST NEAR THE RIGHT EDGE NEVER
      *    LOOKS OUTSIDE THE FIELD.
       77  WRK-MOD-ENTRADA           PIC X(70) VALUE SPACES.
       77  WRK-MOD-SAIDA             PIC X(80) VALUE SPACES.
       77  WRK-MOD-POS               PIC 9(03) VALUE ZERO.
       77  WRK-MOD-PTR               PIC 9(03) VALUE ZERO.
       77  WRK-MOD-TAM-TOKEN         PIC 9(02) VALUE ZERO.
       77  WRK-MOD-VALOR-TXT         PIC X(40) VALUE SPACES.
       77  WRK-MOD-INI               PIC 9(03) VALUE ZERO.
       77  WRK-MOD-FIM               PIC 9(03) VALUE ZERO.
       77  WRK-MOD-TAM               PIC 9(03) VALUE ZERO.
      *
       LINKAGE SECTION.
           COPY 'CPVIDMDL.cpy'. *> DOCUMENT TEMPLATE LINKAGE
      *
       PROCEDURE DIVISION USING LNK-MODELO.
       0000-MAIN.
           MOVE '00'   TO LNK-MOD-STATUS.
           MOVE ZEROES TO LNK-MOD-CAB-QTD LNK-MOD-CORPO-QTD
                          LNK-MOD-ITENS-POS LNK-MOD-LARGURA.
           MOVE SPACES TO TAB-MOD-CAB TAB-MOD-CORPO
                          LNK-MOD-ORIGEM-CAB LNK-MOD-ORIGEM-CORPO.
      *
           IF LNK-MOD-FILIAL EQUAL SPACES
               MOVE '01' TO LNK-MOD-FILIAL
               ACCEPT WRK-MOD-FILIAL-TXT
                   FROM ENVIRONMENT "VIDEOTECA-FILIAL"
               IF WRK-MOD-FILIAL-TXT NOT EQUAL SPACES
                   MOVE WRK-MOD-FILIAL-TXT TO LNK-MOD-FILIAL
               END-IF
           END-IF.
      *
           PERFORM 0400-LOAD-DEFAULT.
           IF LNK-MOD-STATUS NOT EQUAL '00'
               PERFORM 0700-END-PROGRAM
           END-IF.
      *
           EVALUATE LNK-MOD-FUNCAO
             WHEN 'M' PERFORM 0300-BUILD-DOCUMENT
             WHEN 'P' PERFORM 0380-RETURN-DEFAULT
             WHEN OTHER
               MOVE '99' TO LNK-MOD-STATUS
           END-EVALUATE.
      *
           PERFORM 0700-END-PROGRAM.
       0000-MAIN-END. EXIT.

      *    THE BRANCH ROW FIRST, THEN THE GENERAL ROW FOR WHATEVER
      *    PART THE BRANCH LEFT BLANK, THEN THE STANDARD WORDING. THE
      *    FILE IS OPENED AND CLOSED ON EVERY CALL, SO AN EDIT SAVED
      *    AT ONE TERMINAL SHOWS ON THE VERY NEXT SLIP AT ANOTHER.
       0300-BUILD-DOCUMENT.
           MOVE SPACES TO WRK-MOD-TEXTO.
           MOVE 'N' TO WRK-MOD-TEM-CAB WRK-MOD-TEM-CORPO.
      *
           OPEN INPUT MODELOS.
           IF FS-MODELOS EQUAL "00"
               MOVE LNK-MOD-TIPO   TO TIPO-MOD
               MOVE LNK-MOD-FILIAL TO FILIAL-MOD
               PERFORM 0310-TAKE-ROW
               IF LNK-MOD-FILIAL NOT EQUAL '00'
                   MOVE LNK-MOD-TIPO TO TIPO-MOD
                   MOVE '00'         TO FILIAL-MOD
                   PERFORM 0310-TAKE-ROW
               END-IF
               CLOSE MODELOS
           END-IF.
      *
           IF WRK-MOD-TEM-CAB EQUAL 'N'
               MOVE WRK-PAD-CAB TO WRK-MOD-CAB
               MOVE 'P'         TO LNK-MOD-ORIGEM-CAB
           END-IF.
           IF WRK-MOD-TEM-CORPO EQUAL 'N'
               MOVE WRK-PAD-CORPO TO WRK-MOD-CORPO
               MOVE 'P'           TO LNK-MOD-ORIGEM-CORPO
           END-IF.
      *
           MOVE 3 TO LNK-MOD-CAB-QTD.
           PERFORM UNTIL LNK-MOD-CAB-QTD EQUAL ZERO
                      OR WRK-MOD-CAB-LIN(LNK-MOD-CAB-QTD)
                         NOT EQUAL SPACES
               SUBTRACT 1 FROM LNK-MOD-CAB-QTD
           END-PERFORM.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER LNK-MOD-CAB-QTD
               MOVE WRK-MOD-CAB-LIN(WRK-MOD-IDX) TO WRK-MOD-ENTRADA
               PERFORM 0350-EXPAND-LINE
               MOVE WRK-MOD-SAIDA TO EL-MOD-CAB(WRK-MOD-IDX)
           END-PERFORM.
      *
           MOVE 10 TO LNK-MOD-CORPO-QTD.
           PERFORM UNTIL LNK-MOD-CORPO-QTD EQUAL ZERO
                      OR WRK-MOD-CORPO-LIN(LNK-MOD-CORPO-QTD)
                         NOT EQUAL SPACES
               SUBTRACT 1 FROM LNK-MOD-CORPO-QTD
           END-PERFORM.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER LNK-MOD-CORPO-QTD
               MOVE ZERO TO WRK-MOD-ITENS
               INSPECT WRK-MOD-CORPO-LIN(WRK-MOD-IDX)
                   TALLYING WRK-MOD-ITENS FOR ALL '{ITENS}'
               IF WRK-MOD-ITENS GREATER ZERO
                  AND LNK-MOD-ITENS-POS EQUAL ZERO
                   MOVE WRK-MOD-IDX TO LNK-MOD-ITENS-POS
               ELSE
                   MOVE WRK-MOD-CORPO-LIN(WRK-MOD-IDX)
                       TO WRK-MOD-ENTRADA
                   PERFORM 0350-EXPAND-LINE
                   MOVE WRK-MOD-SAIDA TO EL-MOD-CORPO(WRK-MOD-IDX)
               END-IF
           END-PERFORM.
       0300-BUILD-DOCUMENT-END. EXIT.

      *    A ROW ONLY FILLS THE PARTS NOT ALREADY TAKEN FROM A MORE
      *    SPECIFIC ONE.
       0310-TAKE-ROW.
           READ MODELOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
      *
           IF WRK-MOD-TEM-CAB EQUAL 'N' AND CAB-MOD NOT EQUAL SPACES
               MOVE CAB-MOD TO WRK-MOD-CAB
               MOVE 'S'     TO WRK-MOD-TEM-CAB
               IF FILIAL-MOD EQUAL '00'
                   MOVE 'G' TO LNK-MOD-ORIGEM-CAB
               ELSE
                   MOVE 'F' TO LNK-MOD-ORIGEM-CAB
               END-IF
           END-IF.
      *
           IF WRK-MOD-TEM-CORPO EQUAL 'N'
              AND CORPO-MOD NOT EQUAL SPACES
               MOVE CORPO-MOD TO WRK-MOD-CORPO
               MOVE 'S'       TO WRK-MOD-TEM-CORPO
               IF FILIAL-MOD EQUAL '00'
                   MOVE 'G' TO LNK-MOD-ORIGEM-CORPO
               ELSE
                   MOVE 'F' TO LNK-MOD-ORIGEM-CORPO
               END-IF
           END-IF.
       0310-TAKE-ROW-END. EXIT.

      *    COPIES THE LINE ACROSS ONE CHARACTER AT A TIME, SWAPPING
      *    EACH PLACEHOLDER FOR ITS VALUE. AN UNKNOWN {WORD} IS LEFT
      *    AS TYPED SO A MISSPELLING SHOWS UP IN THE PREVIEW.
       0350-EXPAND-LINE.
           MOVE SPACES TO WRK-MOD-SAIDA.
           MOVE 1 TO WRK-MOD-PTR.
           MOVE 1 TO WRK-MOD-POS.
      *
           PERFORM UNTIL WRK-MOD-POS GREATER 60
                      OR WRK-MOD-PTR GREATER 80
               MOVE ZERO TO WRK-MOD-TAM-TOKEN
               IF WRK-MOD-ENTRADA(WRK-MOD-POS:1) EQUAL '{'
                   PERFORM 0360-MATCH-TOKEN
               END-IF
               IF WRK-MOD-TAM-TOKEN GREATER ZERO
                   PERFORM 0370-APPEND-VALUE
                   ADD WRK-MOD-TAM-TOKEN TO WRK-MOD-POS
               ELSE
                   STRING WRK-MOD-ENTRADA(WRK-MOD-POS:1)
                       DELIMITED BY SIZE INTO WRK-MOD-SAIDA
                       WITH POINTER WRK-MOD-PTR
                   END-STRING
                   ADD 1 TO WRK-MOD-POS
               END-IF
           END-PERFORM.
       0350-EXPAND-LINE-END. EXIT.

       0360-MATCH-TOKEN.
           EVALUATE TRUE
             WHEN WRK-MOD-ENTRADA(WRK-MOD-POS:6) EQUAL '{NOME}'
               MOVE 6              TO WRK-MOD-TAM-TOKEN
               MOVE LNK-MOD-NOME   TO WRK-MOD-VALOR-TXT
             WHEN WRK-MOD-ENTRADA(WRK-MOD-POS:6) EQUAL '{DATA}'
               MOVE 6              TO WRK-MOD-TAM-TOKEN
               MOVE LNK-MOD-DATA   TO WRK-MOD-VALOR-TXT
             WHEN WRK-MOD-ENTRADA(WRK-MOD-POS:6) EQUAL '{HORA}'
               MOVE 6              TO WRK-MOD-TAM-TOKEN
               MOVE LNK-MOD-HORA   TO WRK-MOD-VALOR-TXT
             WHEN WRK-MOD-ENTRADA(WRK-MOD-POS:5) EQUAL '{DOC}'
               MOVE 5              TO WRK-MOD-TAM-TOKEN
               MOVE LNK-MOD-DOC    TO WRK-MOD-VALOR-TXT
             WHEN WRK-MOD-ENTRADA(WRK-MOD-POS:7) EQUAL '{VALOR}'
               MOVE 7              TO WRK-MOD-TAM-TOKEN
               MOVE LNK-MOD-VALOR  TO WRK-MOD-VALOR-TXT
             WHEN WRK-MOD-ENTRADA(WRK-MOD-POS:8) EQUAL '{FILIAL}'
               MOVE 8              TO WRK-MOD-TAM-TOKEN
               MOVE LNK-MOD-FILIAL TO WRK-MOD-VALOR-TXT
             WHEN WRK-MOD-ENTRADA(WRK-MOD-POS:10) EQUAL '{PREVISTA}'
               MOVE 10               TO WRK-MOD-TAM-TOKEN
               MOVE LNK-MOD-PREVISTA TO WRK-MOD-VALOR-TXT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       0360-MATCH-TOKEN-END. EXIT.

      *    THE VALUE GOES IN WITHOUT ITS LEADING AND TRAILING BLANKS -
      *    EDITED AMOUNTS ARRIVE RIGHT-ALIGNED, NAMES LEFT-ALIGNED.
       0370-APPEND-VALUE.
           MOVE ZERO TO WRK-MOD-INI.
           INSPECT WRK-MOD-VALOR-TXT
               TALLYING WRK-MOD-INI FOR LEADING SPACES.
           IF WRK-MOD-INI NOT LESS 40
               EXIT PARAGRAPH
           END-IF.
      *
           MOVE 40 TO WRK-MOD-FIM.
           PERFORM UNTIL WRK-MOD-VALOR-TXT(WRK-MOD-FIM:1)
                         NOT EQUAL SPACE
               SUBTRACT 1 FROM WRK-MOD-FIM
           END-PERFORM.
           COMPUTE WRK-MOD-TAM = WRK-MOD-FIM - WRK-MOD-INI.
           ADD 1 TO WRK-MOD-INI.
      *
           STRING WRK-MOD-VALOR-TXT(WRK-MOD-INI:WRK-MOD-TAM)
               DELIMITED BY SIZE INTO WRK-MOD-SAIDA
               WITH POINTER WRK-MOD-PTR
           END-STRING.
       0370-APPEND-VALUE-END. EXIT.

      *    THE EDITOR STARTS A NEW GENERAL TEMPLATE FROM THE STANDARD
      *    WORDING, PLACEHOLDERS AND ALL.
       0380-RETURN-DEFAULT.
           MOVE 'P' TO LNK-MOD-ORIGEM-CAB LNK-MOD-ORIGEM-CORPO.
           MOVE 3   TO LNK-MOD-CAB-QTD.
           MOVE 10  TO LNK-MOD-CORPO-QTD.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER 3
               MOVE WRK-PAD-CAB-LIN(WRK-MOD-IDX)
                   TO EL-MOD-CAB(WRK-MOD-IDX)
           END-PERFORM.
           PERFORM VARYING WRK-MOD-IDX FROM 1 BY 1
                   UNTIL WRK-MOD-IDX GREATER 10
               MOVE WRK-PAD-CORPO-LIN(WRK-MOD-IDX)
                   TO EL-MOD-CORPO(WRK-MOD-IDX)
           END-PERFORM.
       0380-RETURN-DEFAULT-END. EXIT.

      *    THE STANDARD WORDING OF EACH DOCUMENT - EXACTLY WHAT THE
      *    PROGRAMS PRINTED BEFORE TEMPLATES EXISTED - AND ITS PAPER
      *    WIDTH: 80 FOR LETTERS, 32 FOR THE SLIP PRINTER, 100 FOR
      *    THE COLLECTIONS FILE.
       0400-LOAD-DEFAULT.
           MOVE SPACES TO WRK-MOD-PADRAO.
      *
           EVALUATE LNK-MOD-TIPO
             WHEN 'A1'
               MOVE 080 TO LNK-MOD-LARGURA
               PERFORM 0410-LETTER-HEADER
               MOVE 'FIRST OVERDUE NOTICE' TO WRK-PAD-CORPO-LIN(1)
               MOVE 'OUR RECORDS SHOW THE ITEMS BELOW ARE PAST THEIR'
                   TO WRK-PAD-CORPO-LIN(2)
               MOVE 'RETURN DATE. PLEASE BRING THEM BACK AT YOUR'
                   TO WRK-PAD-CORPO-LIN(3)
               MOVE 'EARLIEST CONVENIENCE.' TO WRK-PAD-CORPO-LIN(4)
               PERFORM 0420-LETTER-CLOSING
             WHEN 'A2'
               MOVE 080 TO LNK-MOD-LARGURA
               PERFORM 0410-LETTER-HEADER
               MOVE '*** FINAL NOTICE ***' TO WRK-PAD-CORPO-LIN(1)
               MOVE 'DESPITE OUR EARLIER REMINDER, THE ITEMS BELOW'
                   TO WRK-PAD-CORPO-LIN(2)
               MOVE 'REMAIN OUTSTANDING. PLEASE RETURN THEM AT ONCE'
                   TO WRK-PAD-CORPO-LIN(3)
               MOVE 'TO AVOID SUSPENSION AND REPLACEMENT CHARGES.'
                   TO WRK-PAD-CORPO-LIN(4)
               PERFORM 0420-LETTER-CLOSING
             WHEN 'SR'
               MOVE 032 TO LNK-MOD-LARGURA
               MOVE 'VIDEOTECA - CHECKOUT SLIP' TO WRK-PAD-CAB-LIN(1)
               MOVE '{ITENS}'          TO WRK-PAD-CORPO-LIN(1)
               MOVE ALL '*'            TO WRK-PAD-CORPO-LIN(2)(1:32)
               MOVE '**  DUE BACK: {PREVISTA}  **'
                                       TO WRK-PAD-CORPO-LIN(3)
               MOVE ALL '*'            TO WRK-PAD-CORPO-LIN(4)(1:32)
             WHEN 'SD'
               MOVE 032 TO LNK-MOD-LARGURA
               MOVE 'VIDEOTECA - RETURN SLIP' TO WRK-PAD-CAB-LIN(1)
               MOVE '{ITENS}'          TO WRK-PAD-CORPO-LIN(1)
             WHEN 'SV'
               MOVE 032 TO LNK-MOD-LARGURA
               MOVE 'VIDEOTECA - SALE SLIP' TO WRK-PAD-CAB-LIN(1)
               MOVE '{ITENS}'          TO WRK-PAD-CORPO-LIN(1)
             WHEN 'IN'
               MOVE 032 TO LNK-MOD-LARGURA
               MOVE 'VIDEOTECA - FILM CLUB TICKET'
                                       TO WRK-PAD-CAB-LIN(1)
               MOVE '{ITENS}'          TO WRK-PAD-CORPO-LIN(1)
               MOVE 'PLEASE SHOW AT THE DOOR'
                                       TO WRK-PAD-CORPO-LIN(2)
             WHEN 'CO'
               MOVE 100 TO LNK-MOD-LARGURA
               MOVE 'COLLECTIONS RUN OF {DATA} {HORA}'
                                       TO WRK-PAD-CAB-LIN(1)
               MOVE '{ITENS}'          TO WRK-PAD-CORPO-LIN(2)
               MOVE 'BALANCE OWED: {VALOR}'
                                       TO WRK-PAD-CORPO-LIN(3)
             WHEN OTHER
               MOVE '20' TO LNK-MOD-STATUS
           END-EVALUATE.
       0400-LOAD-DEFAULT-END. EXIT.

       0410-LETTER-HEADER.
           MOVE 'VIDEOTECA - SISTEMA FILMOTECA' TO WRK-PAD-CAB-LIN(1).
           MOVE 'RUA DAS FITAS, 100 - CENTRO'   TO WRK-PAD-CAB-LIN(2).
           MOVE 'DATE: {DATA}'                  TO WRK-PAD-CAB-LIN(3).
       0410-LETTER-HEADER-END. EXIT.

       0420-LETTER-CLOSING.
           MOVE '{ITENS}'                 TO WRK-PAD-CORPO-LIN(6).
           MOVE 'THANK YOU - THE VIDEOTECA DESK'
                                          TO WRK-PAD-CORPO-LIN(8).
       0420-LETTER-CLOSING-END. EXIT.

       0700-END-PROGRAM.
           GOBACK.
       0700-END-PROGRAM-END. EXIT.

       END PROGRAM MXVIDPRG.
