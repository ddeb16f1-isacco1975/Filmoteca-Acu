      **
      * LOAD THE TAX RATES ON CPVIDIMW.cpy FROM PARAMS.dat - THE
      * CALLER HAS PARAMS OPEN FOR INPUT. A CODE NOT ON FILE KEEPS
      * THE COMPILED-IN RATE.
      **
           MOVE 'ALIQLOC ' TO COD-PAR.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
           IF WRK-PAR-FOUND EQUAL 1
               COMPUTE WRK-ALIQ-LOC = WRK-PAR-NUM / 100
           END-IF.
      *
           MOVE 'ALIQATR ' TO COD-PAR.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
           IF WRK-PAR-FOUND EQUAL 1
               COMPUTE WRK-ALIQ-ATR = WRK-PAR-NUM / 100
           END-IF.
      *
           MOVE 'ALIQREP ' TO COD-PAR.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
           IF WRK-PAR-FOUND EQUAL 1
               COMPUTE WRK-ALIQ-REP = WRK-PAR-NUM / 100
           END-IF.
      *
           MOVE 'ALIQVND ' TO COD-PAR.
           COPY 'CPVIDPGT.cpy'. *> FETCH ONE POLICY PARAMETER
           IF WRK-PAR-FOUND EQUAL 1
               COMPUTE WRK-ALIQ-VND = WRK-PAR-NUM / 100
           END-IF.
