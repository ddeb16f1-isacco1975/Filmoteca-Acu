      **
      * COPY BOOK RECORD LAYOUT - MARKETING CAMPAIGNS (CAMPANHAS) DATA
      * FILE - ONE ROW PER CAMPAIGN: WHO IT IS AIMED AT, THE PROMO
      * CODE (PROMOS.dat) IT CARRIES, THE WINDOW RESPONSES ARE
      * COUNTED IN AND THE MESSAGE POSTED. ONCE SENT THE ROW IS
      * FROZEN - ITS TARGETS ARE ON ALVOS.dat.
      **
       01  REG-CMP.
           05 COD-CMP               PIC X(08).
           05 DESC-CMP              PIC X(30).
      *    WHO THE TARGET LIST IS BUILT FROM: MEMBERS WITH NO LOAN
      *    IN MESES-CMP MONTHS, MEMBERS WHOSE BIRTHDAY FALLS IN THE
      *    MONTH THE WINDOW OPENS, OR MEMBERS WITH AT LEAST PERC-CMP
      *    PER CENT OF THEIR LOANS IN GENERO-CMP.
           05 TIPO-CMP              PIC X(01).
              88 CMP-INATIVOS          VALUE 'L'.
              88 CMP-ANIVERSARIO       VALUE 'A'.
              88 CMP-GENERO            VALUE 'G'.
           05 MESES-CMP             PIC 9(02).
           05 GENERO-CMP            PIC X(04).
           05 PERC-CMP              PIC 9(03).
           05 COD-PRM-CMP           PIC X(06).
           05 DATA-DE-CMP           PIC 9(08).
           05 DATA-ATE-CMP          PIC 9(08).
           05 TEXTO-CMP             PIC X(45).
           05 CMP-STATUS            PIC X(01).
              88 CMP-PENDENTE          VALUE 'D'.
              88 CMP-ENVIADA           VALUE 'E'.
      *    SET WHEN THE TARGET LIST IS BUILT AND POSTED: HOW MANY
      *    WERE MAILED, AND HOW MANY QUALIFIED BUT WERE LEFT OUT
      *    BECAUSE THEY HAVE NOT OPTED IN TO MARKETING.
           05 DATA-ENVIO-CMP        PIC 9(08).
           05 OPERADOR-CMP          PIC X(08).
           05 QTDE-ALVOS-CMP        PIC 9(05).
           05 QTDE-EXCL-CMP         PIC 9(05).
