      **
      * A BRANCH'S OPENING HOURS ON A GIVEN DATE - CALLER HAS
      * HORARIOS OPEN AND MOVES WRK-HOR-FILIAL AND WRK-HOR-DATA.
      * WRK-HOR-DIA, WRK-HOR-ABRE AND WRK-HOR-FECHA COME BACK SET.
      * INTEGER-OF-DATE DAY 1 IS A MONDAY, SO DAY MOD 7 = 0 IS THE
      * SUNDAY, STORED AS WEEKDAY 7.
      **
           COMPUTE WRK-HOR-DIA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WRK-HOR-DATA) 7).
           IF WRK-HOR-DIA EQUAL ZERO
               MOVE 7 TO WRK-HOR-DIA
           END-IF.
      *
           MOVE WRK-HOR-PADRAO-ABRE  TO WRK-HOR-ABRE.
           MOVE WRK-HOR-PADRAO-FECHA TO WRK-HOR-FECHA.
           MOVE WRK-HOR-FILIAL       TO FILIAL-HOR.
           MOVE WRK-HOR-DIA          TO DIA-SEMANA-HOR.
           READ HORARIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ABRE-HOR  TO WRK-HOR-ABRE
                   MOVE FECHA-HOR TO WRK-HOR-FECHA
           END-READ.
