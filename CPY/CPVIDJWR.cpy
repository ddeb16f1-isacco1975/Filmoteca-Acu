      **
      * APPEND ONE RECOVERY-JOURNAL IMAGE - CALLER MOVES JRN-ARQUIVO
      * ('MOV'/'EMP'), JRN-OPERACAO ('W'/'R'/'D'), JRN-ANTES AND
      * JRN-DEPOIS INTO REG-JRN BEFORE THIS COPY RUNS. THE STAMP
      * COMES FROM WRK-NOW, WHICH EVERY CALLER REFRESHES THROUGH
      * CPVIDDTE.cpy AT THE TOP OF ITS PROCESSING LOOP. THE IMAGE
      * IS THEN LINKED INTO THE HASH CHAIN (HCVIDPRG, LINKAGE
      * CPVIDCNL.cpy) - THE SEPARATOR BYTES ARE FORCED TO SPACES,
      * THE IMAGES THEMSELVES ARE HASHED AS THEY STAND, SINCE
      * RECOVERY REPLAYS THEM BYTE FOR BYTE.
      **
           MOVE SPACES TO JRN-STAMP.
           STRING WRK-NOW(1:4) '-' WRK-NOW(5:2) '-' WRK-NOW(7:2)
                  ' ' WRK-NOW(9:2) ':' WRK-NOW(11:2)
               DELIMITED BY SIZE INTO JRN-STAMP.
           MOVE SPACE TO REG-JRN(17:1) REG-JRN(21:1) REG-JRN(23:1)
                         REG-JRN(154:1).
      *
           MOVE 'E'            TO LNK-CAD-FUNCAO.
           MOVE 'JRN'          TO LNK-CAD-LOG.
           MOVE 284            TO LNK-CAD-TAM.
           MOVE REG-JRN(1:284) TO LNK-CAD-LINHA.
           MOVE ZEROES TO LNK-CAD-SEQ LNK-CAD-ANT LNK-CAD-HASH.
           CALL 'HCVIDPRG' USING LNK-CADEIA
               ON EXCEPTION
                   MOVE ZEROES TO LNK-CAD-SEQ LNK-CAD-ANT
                                  LNK-CAD-HASH
           END-CALL.
           MOVE SPACE        TO REG-JRN(285:1) REG-JRN(295:1)
                                REG-JRN(305:1).
           MOVE LNK-CAD-SEQ  TO JRN-SEQ.
           MOVE LNK-CAD-ANT  TO JRN-HASH-ANT.
           MOVE LNK-CAD-HASH TO JRN-HASH.
           WRITE REG-JRN.
