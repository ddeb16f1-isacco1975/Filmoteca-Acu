      **
      * COPY BOOK RECORD LAYOUT - TIME CLOCK (RELOGIO) DATA FILE - ONE
      * ROW PER STRETCH AN OPERATOR WAS ON DUTY. MNVIDPRG CLOCKS IN
      * AT SIGN-ON (A RE-SIGN-ON THE SAME DAY WITH THE CLOCK STILL
      * RUNNING JUST CARRIES ON) AND CLOCKS OUT WHEN THE OPERATOR
      * LEAVES THE MAIN MENU SAYING THE SHIFT IS OVER. A ROW STILL
      * OPEN AFTER ITS DAY IS A MISSED CLOCK-OUT.
      **
       01  REG-RLG.
           05 CHAVE-RLG.
              10 ID-OPE-RLG         PIC X(08).
              10 DATA-RLG           PIC 9(08).
              10 HORA-ENT-RLG       PIC X(05).
           05 HORA-SAI-RLG          PIC X(05).
           05 FILIAL-RLG            PIC X(02).
           05 RLG-STATUS            PIC X(01).
              88 RLG-ABERTO            VALUE 'A'.
              88 RLG-FECHADO           VALUE 'F'.
