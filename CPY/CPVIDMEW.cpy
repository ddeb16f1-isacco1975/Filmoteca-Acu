      **
      * COPY BOOK COUNTER MERCHANDISE DAT WORKBOOK (WORKING-STORAGE)
      **
       77  FS-PRODUTOS              PIC X(02) VALUE '00'.
      *
      *    IN FOR CPVIDMEF.cpy - WHAT WAS SCANNED OR KEYED AT THE TILL
      *    OR THE RECEIVING SCREEN: A BARCODE, OR A PRODUCT CODE OF UP
      *    TO FIVE DIGITS. OUT - WRK-MER-ACHOU 'S' WITH REG-MER READ.
       77  WRK-MER-CHAVE            PIC X(13) VALUE SPACES.
       77  WRK-MER-TAM              PIC 9(02) VALUE ZERO.
       77  WRK-MER-COD              PIC 9(05) VALUE ZERO.
       77  WRK-MER-ACHOU            PIC X(01) VALUE 'N'.
