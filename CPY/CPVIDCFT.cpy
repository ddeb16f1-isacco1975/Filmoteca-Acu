      **
      * CPF CHECK-DIGIT TEST - CALLER MOVES THE NUMBER TO WRK-CPF-IN
      * AND TESTS CPF-VALIDO. THE TENTH DIGIT IS THE MODULUS-11 CHECK
      * OF THE FIRST NINE WEIGHTED 10 DOWN TO 2, THE ELEVENTH THAT OF
      * THE FIRST TEN WEIGHTED 11 DOWN TO 2; A REMAINDER BELOW 2
      * GIVES A CHECK DIGIT OF 0. ELEVEN REPEATS OF ONE DIGIT PASS
      * THE ARITHMETIC BUT ARE NEVER ISSUED, SO THEY ARE REFUSED -
      * THEY ARE WHAT GETS TYPED TO GET PAST THE FIELD
      **
           MOVE 'N' TO WRK-CPF-OK.
           MOVE WRK-CPF-TXT(1:1) TO WRK-CPF-CH.
           MOVE ZERO TO WRK-CPF-IGUAIS.
           INSPECT WRK-CPF-TXT TALLYING WRK-CPF-IGUAIS
               FOR ALL WRK-CPF-CH.
      *
           IF WRK-CPF-IGUAIS LESS 11
               MOVE ZERO TO WRK-CPF-SOMA
               PERFORM VARYING WRK-CPF-IDX FROM 1 BY 1
                       UNTIL WRK-CPF-IDX GREATER 9
                   COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA
                       + WRK-CPF-DIG(WRK-CPF-IDX) * (11 - WRK-CPF-IDX)
               END-PERFORM
               DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-QUOC
                   REMAINDER WRK-CPF-RESTO
               IF WRK-CPF-RESTO LESS 2
                   MOVE ZERO TO WRK-CPF-DV1
               ELSE
                   COMPUTE WRK-CPF-DV1 = 11 - WRK-CPF-RESTO
               END-IF
      *
               MOVE ZERO TO WRK-CPF-SOMA
               PERFORM VARYING WRK-CPF-IDX FROM 1 BY 1
                       UNTIL WRK-CPF-IDX GREATER 10
                   COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA
                       + WRK-CPF-DIG(WRK-CPF-IDX) * (12 - WRK-CPF-IDX)
               END-PERFORM
               DIVIDE WRK-CPF-SOMA BY 11 GIVING WRK-CPF-QUOC
                   REMAINDER WRK-CPF-RESTO
               IF WRK-CPF-RESTO LESS 2
                   MOVE ZERO TO WRK-CPF-DV2
               ELSE
                   COMPUTE WRK-CPF-DV2 = 11 - WRK-CPF-RESTO
               END-IF
      *
               IF WRK-CPF-DV1 EQUAL WRK-CPF-DIG(10)
                  AND WRK-CPF-DV2 EQUAL WRK-CPF-DIG(11)
                   SET CPF-VALIDO TO TRUE
               END-IF
           END-IF.
