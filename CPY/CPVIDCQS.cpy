      **
      * COPY BOOK DESCRIPTION DATA FILES - CUSTOMER COMPLAINTS AND
      * SERVICE INCIDENTS (RANDOM/DYNAMIC)
      **
           SELECT RECLAMACOES
              ASSIGN       TO 'RECLAMACOES.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-RECLAMACOES
              RECORD KEY   IS NUM-RCL
              ALTERNATE RECORD KEY IS NUM-LOC-RCL WITH DUPLICATES
              ALTERNATE RECORD KEY IS CHAVE-COP-RCL WITH DUPLICATES
              ALTERNATE RECORD KEY IS RCL-STATUS WITH DUPLICATES.
