      **
      * COPY BOOK RECORD LAYOUT - COUNTER MERCHANDISE (PRODUTOS) DATA
      * FILE - POPCORN, SWEETS, BLANK MEDIA, CLEANING KITS AND ANY
      * OTHER NON-RENTAL STOCK SOLD OVER THE SAME TILL. PRICES ARE
      * TAX-INCLUSIVE LIKE EVERY OTHER PRICE IN THE SHOP
      **
       01  REG-MER.
           05 COD-MER               PIC 9(05).
      *    THE MANUFACTURER'S BARCODE (EAN-13 OR SHORTER) THE TILL
      *    SCANS - BLANK FOR AN ITEM SOLD BY CODE ONLY.
           05 BARRA-MER             PIC X(13).
           05 DESC-MER              PIC X(30).
           05 CATEG-MER             PIC X(01).
              88 MER-CONVENIENCIA      VALUE 'C'.
              88 MER-MIDIA-VIRGEM      VALUE 'B'.
              88 MER-LIMPEZA           VALUE 'L'.
              88 MER-OUTROS            VALUE 'O'.
           05 PRECO-MER             PIC 9(05)V9(02).
      *    LAST UNIT COST PAID ON RECEIPT - FOR THE MARGIN ON THE
      *    REORDER REPORT.
           05 CUSTO-MER             PIC 9(05)V9(02).
           05 ESTOQUE-MER           PIC 9(05).
      *    AT OR BELOW THE REORDER LEVEL THE ITEM GOES ON THE REORDER
      *    REPORT, SUGGESTING THE USUAL ORDER QUANTITY.
           05 NIVEL-REPOS-MER       PIC 9(05).
           05 QTDE-PEDIDO-MER       PIC 9(05).
           05 FORNEC-MER            PIC X(20).
           05 STATUS-MER            PIC X(01).
              88 MER-ATIVO             VALUE 'A'.
              88 MER-INATIVO           VALUE 'I'.
           05 DATA-ULT-ENT-MER      PIC 9(08).
           05 DATA-ULT-VND-MER      PIC 9(08).
