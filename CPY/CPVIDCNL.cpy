      **
      * COPY BOOK HASH CHAIN LINKAGE (CALLERS OF HCVIDPRG) - EVERY
      * AUDIT AND JOURNAL LINE CARRIES ITS SEQUENCE NUMBER, THE HASH
      * OF THE LINE BEFORE IT AND ITS OWN HASH, SO AN EDITED,
      * DELETED OR SHUFFLED LINE BREAKS THE CHAIN.
      *   'E' CHAIN A NEW LINE   - IN LOG/TAM/LINHA,
      *                            OUT SEQ/ANT/HASH
      *   'H' HASH ONLY          - IN LOG/TAM/LINHA/SEQ/ANT, OUT HASH
      *   'C' READ THE HEAD      - IN LOG, OUT SEQ/HASH (LAST LINE)
      *                            AND ANC-SEQ/ANC-HASH
      *   'A' MOVE THE ANCHOR    - IN LOG/ANC-SEQ/ANC-HASH
      * LNK-CAD-STATUS COMES BACK '00', OR THE FILE STATUS THAT
      * STOPPED IT - A LINE THAT COULD NOT BE CHAINED IS STILL
      * WRITTEN, WITH ZEROES, AND THE VERIFICATION FLAGS IT.
      **
       01  LNK-CADEIA.
           05 LNK-CAD-FUNCAO        PIC X(01).
           05 LNK-CAD-LOG           PIC X(03).
           05 LNK-CAD-TAM           PIC 9(03).
           05 LNK-CAD-LINHA         PIC X(285).
           05 LNK-CAD-SEQ           PIC 9(09).
           05 LNK-CAD-ANT           PIC 9(09).
           05 LNK-CAD-HASH          PIC 9(09).
           05 LNK-CAD-ANC-SEQ       PIC 9(09).
           05 LNK-CAD-ANC-HASH      PIC 9(09).
           05 LNK-CAD-STATUS        PIC X(02).
