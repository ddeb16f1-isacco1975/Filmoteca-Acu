      **
      * COPY BOOK DESCRIPTION DATA FILES - TIME CLOCK (RANDOM/DYNAMIC)
      **
           SELECT RELOGIO
              ASSIGN       TO 'RELOGIO.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-RELOGIO
              RECORD KEY   IS CHAVE-RLG.
