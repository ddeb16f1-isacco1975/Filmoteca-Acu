      **
      * MASK THE PERSONAL FIELDS OF THE BORROWER IN REG-LOC INTO THE
      * WRK-MSK- FIELDS OF CPVIDMKW.cpy. REG-LOC ITSELF IS NOT
      * TOUCHED - WHICH FORM GOES ON THE SCREEN OR THE PAPER IS THE
      * CALLER'S CHOICE (MSK-VE-TUDO). A BLANK FIELD STAYS BLANK AND
      * A CPF OR BIRTH DATE NEVER KEYED STAYS ZERO, SO THE DESK CAN
      * STILL TELL "NOT ON FILE" FROM "HIDDEN".
      **
      *    PHONE AND MOBILE - EVERYTHING BUT THE LAST FOUR.
           MOVE FONE-LOC TO WRK-MSK-FONE.
           MOVE 12 TO WRK-MSK-TAM.
           PERFORM UNTIL WRK-MSK-TAM EQUAL ZERO
                      OR FONE-LOC(WRK-MSK-TAM:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WRK-MSK-TAM
           END-PERFORM.
           SUBTRACT 4 FROM WRK-MSK-TAM.
           IF WRK-MSK-TAM GREATER ZERO
               INSPECT WRK-MSK-FONE(1:WRK-MSK-TAM)
                   REPLACING CHARACTERS BY '*'
           END-IF.
      *
           MOVE CELULAR-LOC TO WRK-MSK-CELULAR.
           MOVE 15 TO WRK-MSK-TAM.
           PERFORM UNTIL WRK-MSK-TAM EQUAL ZERO
                      OR CELULAR-LOC(WRK-MSK-TAM:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WRK-MSK-TAM
           END-PERFORM.
           SUBTRACT 4 FROM WRK-MSK-TAM.
           IF WRK-MSK-TAM GREATER ZERO
               INSPECT WRK-MSK-CELULAR(1:WRK-MSK-TAM)
                   REPLACING CHARACTERS BY '*'
           END-IF.
      *
      *    E-MAIL - THE FIRST LETTER AND THE DOMAIN, SO THE DESK CAN
      *    CONFIRM "THE GMAIL ONE STARTING WITH M" WITHOUT READING IT.
           MOVE EMAIL-LOC TO WRK-MSK-EMAIL.
           MOVE ZERO TO WRK-MSK-ARROBA.
           INSPECT EMAIL-LOC TALLYING WRK-MSK-ARROBA
               FOR CHARACTERS BEFORE INITIAL '@'.
           MOVE 50 TO WRK-MSK-TAM.
           PERFORM UNTIL WRK-MSK-TAM EQUAL ZERO
                      OR EMAIL-LOC(WRK-MSK-TAM:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WRK-MSK-TAM
           END-PERFORM.
           IF WRK-MSK-ARROBA GREATER WRK-MSK-TAM
               MOVE WRK-MSK-TAM TO WRK-MSK-ARROBA
           END-IF.
           IF WRK-MSK-ARROBA GREATER 1
               INSPECT WRK-MSK-EMAIL(2:WRK-MSK-ARROBA - 1)
                   REPLACING CHARACTERS BY '*'
           END-IF.
      *
      *    HOME ADDRESS - NONE OF THE STREET, NUMBER OR COMPLEMENT.
      *    DISTRICT, CITY, UF AND CEP STAY AS THEY ARE.
           MOVE SPACES TO WRK-MSK-ENDERECO WRK-MSK-LOGRADOURO
                          WRK-MSK-NUMERO WRK-MSK-COMPL.
           IF ENDERECO-LOC NOT EQUAL SPACES
               MOVE ALL '*' TO WRK-MSK-ENDERECO(1:10)
           END-IF.
           IF LOGRADOURO-LOC NOT EQUAL SPACES
               MOVE ALL '*' TO WRK-MSK-LOGRADOURO(1:10)
           END-IF.
           IF NUMERO-END-LOC NOT EQUAL SPACES
               MOVE ALL '*' TO WRK-MSK-NUMERO
           END-IF.
           IF COMPL-END-LOC NOT EQUAL SPACES
               MOVE ALL '*' TO WRK-MSK-COMPL(1:5)
           END-IF.
      *
      *    CPF - THE TWO CHECK DIGITS ONLY. BIRTH DATE - THE YEAR.
           IF CPF-LOC EQUAL ZEROES
               MOVE ALL '0' TO WRK-MSK-CPF
           ELSE
               MOVE ALL '*' TO WRK-MSK-CPF
               MOVE CPF-LOC(10:2) TO WRK-MSK-CPF(10:2)
           END-IF.
           IF DATA-NASC-LOC EQUAL ZEROES
               MOVE ALL '0' TO WRK-MSK-NASC
           ELSE
               MOVE DATA-NASC-LOC(1:4) TO WRK-MSK-NASC-ANO
               MOVE ALL '*' TO WRK-MSK-NASC-RESTO
           END-IF.
