      **
      * COPY BOOK RECORD LAYOUT - CUSTOMER COMPLAINT AND SERVICE
      * INCIDENT DATA FILE (CQVIDPRG) - ONE ROW PER COMPLAINT, TIED
      * TO THE BORROWER AND, WHERE THERE IS ONE, THE LOAN AND THE
      * PHYSICAL COPY. CHAVE-COP-RCL IS ZERO WHEN NO COPY IS KNOWN;
      * IT IS WHAT THE REPEAT-FAULT COUNT WALKS. RESPONSAVEL-RCL IS
      * THE OPERATOR WHO OWNS THE COMPLAINT UNTIL IT IS RESOLVED.
      **
       01  REG-RCL.
           05 NUM-RCL               PIC 9(06).
           05 DATA-RCL              PIC 9(08).
           05 NUM-LOC-RCL           PIC 9(05).
           05 NUM-EMP-RCL           PIC 9(05).
           05 CHAVE-COP-RCL.
              10 CODIGO-RCL         PIC 9(05).
              10 NUM-COPIA-RCL      PIC 9(03).
           05 CATEG-RCL             PIC X(01).
              88 CAT-DISCO             VALUE 'D'.
              88 CAT-TROCADO           VALUE 'T'.
              88 CAT-ATENDIMENTO       VALUE 'A'.
              88 CAT-TAXA              VALUE 'M'.
              88 CAT-OUTRO             VALUE 'O'.
              88 CAT-VALIDA            VALUE 'D' 'T' 'A' 'M' 'O'.
           05 DESCR-RCL             PIC X(50).
           05 RESPONSAVEL-RCL       PIC X(08).
           05 RCL-STATUS            PIC X(01).
              88 RCL-ABERTA            VALUE 'A'.
              88 RCL-ANDAMENTO         VALUE 'E'.
              88 RCL-RESOLVIDA         VALUE 'R'.
              88 RCL-PENDENTE          VALUE 'A' 'E'.
           05 OPERADOR-RCL          PIC X(08).
      *    HOW IT WAS PUT RIGHT. A STORE CREDIT IS ISSUED ON VALES.dat
      *    (NUM-VAL-RCL) AND A WAIVED LATE FEE IS THE LOAN'S ROW ON
      *    TAXAS.dat - VALOR-RESOL-RCL IS THE MONEY EITHER WAY, ZERO
      *    ON AN APOLOGY OR A SWAPPED DISC.
           05 RESOL-RCL             PIC X(01).
              88 RES-EXPLICACAO        VALUE 'N'.
              88 RES-TROCA             VALUE 'S'.
              88 RES-CREDITO           VALUE 'C'.
              88 RES-ISENCAO           VALUE 'I'.
           05 TEXTO-RESOL-RCL       PIC X(40).
           05 VALOR-RESOL-RCL       PIC 9(05)V9(02).
           05 NUM-VAL-RCL           PIC 9(07).
           05 DATA-RESOL-RCL        PIC 9(08).
           05 OPERADOR-RESOL-RCL    PIC X(08).
