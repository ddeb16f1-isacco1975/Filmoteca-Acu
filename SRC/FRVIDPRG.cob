                           END-REWRITE
                   END-WRITE
                   ADD 1 TO WRK-MOV-COUNT
      *        A VOIDED CHECKOUT LEAVES ONLY ITS BEFORE-IMAGE - THE
      *        LOAN IS TAKEN OFF THE FILE AGAIN ON REPLAY.
               WHEN 'EMP'
                   IF JRN-EXCLUSAO
                       MOVE JRN-ANTES TO REG-EMP
                       DELETE EMPRESTIMOS RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       ADD 1 TO WRK-EMP-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE JRN-DEPOIS TO REG-EMP
                   WRITE REG-EMP
                       INVALID KEY
