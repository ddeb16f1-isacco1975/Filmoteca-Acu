           COPY 'CPVIDOPW.cpy'. *> OPERATORS DAT WORKBOOK
           COPY 'CPVIDHSW.cpy'. *> PASSWORD HASH WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  WRK-OOPTION              PIC X(01) VALUE SPACE.
       77  WRK-OLD-SENHA            PIC X(08) VALUE SPACES.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-OPEMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-OPEMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-OOPTION
             WHEN '1' PERFORM 0310-INCLUDE-OPERATOR
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
      *    THE OPERATOR MASTER IS LET GO MEANWHILE, AND A NEW
      *    OPERATOR HAS TO CLEAR THE ADMINISTRATOR CHECK AGAIN.
       0298-IDLE-LOCK SECTION.
           CLOSE OPERADORES.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
           OPEN I-O OPERADORES.
           IF BLQ-TROCOU
               PERFORM 0050-CHECK-PROFILE
           END-IF.
       0298-IDLE-LOCK-END. EXIT.

       0310-INCLUDE-OPERATOR SECTION.
           INITIALIZE REG-OPE WRK-MSG.
           SET PERFIL-OPERADOR TO TRUE.
