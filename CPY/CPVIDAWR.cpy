      **
      * WRITE ONE AUDIT LOG ENTRY - CALLER MOVES LOG-OPERACAO,
      * LOG-CODIGO, LOG-CAMPO, LOG-VALOR-ANTIGO AND LOG-VALOR-NOVO
      * INTO REG-LOG BEFORE THIS COPY RUNS. THE LINE IS THEN LINKED
      * INTO THE HASH CHAIN (HCVIDPRG, LINKAGE CPVIDCNL.cpy) - THE
      * SEPARATORS ARE FORCED TO SPACES FIRST SO THE BYTES HASHED
      * ARE THE BYTES THE VERIFICATION READS BACK.
      **
           MOVE WRK-DATE     TO LOG-DATA.
           MOVE WRK-TIME     TO LOG-HORA.
           MOVE WRK-OPERATOR TO LOG-OPERADOR.
           INSPECT REG-LOG REPLACING ALL LOW-VALUE BY SPACE.
      *
           MOVE 'E'            TO LNK-CAD-FUNCAO.
           MOVE 'AUD'          TO LNK-CAD-LOG.
           MOVE 143            TO LNK-CAD-TAM.
           MOVE REG-LOG(1:143) TO LNK-CAD-LINHA.
           MOVE ZEROES TO LNK-CAD-SEQ LNK-CAD-ANT LNK-CAD-HASH.
           CALL 'HCVIDPRG' USING LNK-CADEIA
               ON EXCEPTION
                   MOVE ZEROES TO LNK-CAD-SEQ LNK-CAD-ANT
                                  LNK-CAD-HASH
           END-CALL.
           MOVE LNK-CAD-SEQ  TO LOG-SEQ.
           MOVE LNK-CAD-ANT  TO LOG-HASH-ANT.
           MOVE LNK-CAD-HASH TO LOG-HASH.
           WRITE REG-LOG.
