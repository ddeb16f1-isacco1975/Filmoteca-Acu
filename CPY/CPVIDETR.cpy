      **
      * COPY BOOK RECORD LAYOUT - VOIDED CHECKOUTS (ESTORNOS) DATA
      * FILE - ONE ROW PER CHECKOUT VOIDED AT THE DESK BEFORE ITS
      * DRAWER SESSION CLOSED. THE LOAN ITSELF AND ITS PAYMENT ROWS
      * ARE GONE FROM THEIR FILES, SO THIS IS THE ONLY RECORD OF
      * WHAT WAS TAKEN BACK, HOW, WHY AND ON WHOSE SAY-SO
      **
       01  REG-EST.
           05 NUM-EST               PIC 9(06).
           05 DATA-EST              PIC 9(08).
           05 HORA-EST              PIC X(05).
      *    THE CHECKOUT AS IT STOOD WHEN IT WAS VOIDED.
           05 NUM-EMP-EST           PIC 9(05).
           05 CODIGO-EST            PIC 9(05).
           05 NUM-COPIA-EST         PIC 9(03).
           05 NUM-LOC-EST           PIC 9(05).
           05 NOME-LOC-EST          PIC X(20).
           05 HORA-EMP-EST          PIC X(05).
           05 NUM-CXS-EST           PIC 9(05).
           05 OPERADOR-EST          PIC X(08).
           05 APROV-EST             PIC X(08).
           05 MOTIVO-EST            PIC X(08).
      *    THE RENTAL CHARGE HANDED BACK, BY THE WAY IT WAS PAID -
      *    CASH OUT OF THE DRAWER, BACK ONTO THE CARD, BACK ONTO THE
      *    VOUCHER, OR TAKEN OFF THE CHARGE ACCOUNT.
           05 VALOR-DIN-EST         PIC 9(05)V9(02).
           05 VALOR-CAR-EST         PIC 9(05)V9(02).
           05 VALOR-VAL-EST         PIC 9(05)V9(02).
           05 VALOR-CTA-EST         PIC 9(05)V9(02).
      *    THE CASH DEPOSIT HANDED BACK, THE PROMOTION USE GIVEN
      *    BACK, THE POINTS EARNED TAKEN BACK AND THE POINTS SPENT
      *    RETURNED, AND THE FISCAL RECEIPT NUMBER CANCELLED.
           05 VALOR-CAU-EST         PIC 9(05)V9(02).
           05 COD-PRM-EST           PIC X(06).
           05 DESC-PRM-EST          PIC 9(05)V9(02).
           05 PNT-TIRADOS-EST       PIC 9(05).
           05 PNT-DEVOLVIDOS-EST    PIC 9(05).
           05 NUM-FIS-EST           PIC 9(07).
