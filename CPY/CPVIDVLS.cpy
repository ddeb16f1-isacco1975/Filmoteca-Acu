      **
      * COPY BOOK DESCRIPTION DATA FILES - GIFT VOUCHERS AND STORE
      * CREDIT (RANDOM/DYNAMIC)
      **
           SELECT VALES
              ASSIGN       TO 'VALES.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-VALES
              RECORD KEY   IS NUM-VAL
              ALTERNATE RECORD KEY IS NUM-LOC-VAL WITH DUPLICATES
              ALTERNATE RECORD KEY IS DATA-EMISSAO-VAL
                                   WITH DUPLICATES.
