              88 RES-ATIVA             VALUE 'A'.
              88 RES-ATENDIDA          VALUE 'T'.
              88 RES-CANCELADA         VALUE 'C'.
      *    BRANCH THE HOLD WAS TAKEN AT, AND WHERE THE BORROWER WILL
      *    COLLECT - FROM THE DESK'S VIDEOTECA-FILIAL VARIABLE.
      *    SPACES ON HOLDS FROM BEFORE THE FIELD EXISTED, WHICH
      *    BELONG TO THE ORIGINAL SHOP ('01').
           05 FILIAL-RES            PIC X(02).
      *    SET WHEN THE MORNING PULL LIST (PUVIDPRG) IS CONFIRMED: THE
      *    COPY TAKEN OFF THE SHELF FOR THE HOLD AND THE DAY IT WENT
      *    ONTO THE HOLD SHELF. THE HOLD STAYS ACTIVE UNTIL COLLECTED.
      *    SPACES ON HOLDS FROM BEFORE THE FIELDS EXISTED.
           05 PRONTA-RES            PIC X(01).
              88 RES-PRONTA            VALUE 'S'.
           05 COPIA-RES             PIC 9(03).
           05 DATA-PRONTA-RES       PIC 9(08).
