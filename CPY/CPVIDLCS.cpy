              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-BORROWERS
              RECORD KEY   IS NUM-LOC
              ALTERNATE RECORD KEY IS NOME-LOC WITH DUPLICATES
              ALTERNATE RECORD KEY IS CPF-LOC  WITH DUPLICATES.
