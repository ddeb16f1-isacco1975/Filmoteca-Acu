       01  REG-EXT.
           05 EXT-FILIAL            PIC X(02).
           05 FILLER                PIC X(01).
           05 EXT-IMAGEM            PIC X(101).
      *
       FD  EMP-CONSOL.
       01  REG-CEM.
           05 CHAVE-CEM.
              10 FILIAL-CEM         PIC X(02).
              10 NUM-EMP-CEM        PIC 9(05).
           05 IMAGEM-CEM            PIC X(101).
      *
       FD  EMP-HO.
       01  REG-HO.
           05 HO-FILIAL-EMP         PIC X(02).
           05 HO-HORA-EMP           PIC X(05).
           05 HO-HORA-DEV-EMP       PIC X(05).
           05 HO-NUM-CXS-EMP        PIC 9(05).
           05 HO-COD-PRM-EMP        PIC X(06).
           05 HO-DESC-PRM-EMP       PIC 9(05)V9(02).
           05 HO-HORA-PREVISTA-EMP  PIC X(05).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
           COPY 'CPVIDMSG.cpy'. *> MESSAGES
           COPY 'CPVIDEMW.cpy'. *> LOANS DAT WORKBOOK
           COPY 'CPVIDABE.cpy'. *> ABEND
           COPY 'CPVIDTMW.cpy'. *> IDLE-SESSION TIMEOUT WORKBOOK
           COPY 'CPVIDBQL.cpy'. *> TERMINAL-LOCK LINKAGE
      *
       77  FS-EMP-EXTRATO           PIC X(02) VALUE '00'.
       77  FS-EMP-CONSOL            PIC X(02) VALUE '00'.
      *
           DISPLAY SCREEN-MAIN.
           DISPLAY SCREEN-CEMMNU.
           COPY 'CPVIDTMS.cpy'. *> IDLE TIMEOUT IN FORCE
           ACCEPT  SCREEN-CEMMNU WITH TIME-OUT WRK-TMO-SEGUNDOS.
           IF COB-CRT-STATUS EQUAL 8001
               PERFORM 0298-IDLE-LOCK
               EXIT PARAGRAPH
           END-IF.
      *
           EVALUATE WRK-COPTION
             WHEN '1' PERFORM 0310-EXTRACT-DAY
           END-EVALUATE.
       0300-PROCESS-DATA-END. EXIT.

      *    THE MENU SAT IDLE PAST THE TIMEOUT - LOCK THE TERMINAL
      *    UNTIL SOMEONE SIGNS ON AGAIN (BQVIDPRG).
       0298-IDLE-LOCK SECTION.
           CALL 'BQVIDPRG' USING LNK-BLOQUEIO.
       0298-IDLE-LOCK-END. EXIT.

      *    THE BRANCH HALF: EVERY LOAN OPENED OR CLOSED ON THE KEYED
      *    DATE GOES OUT AS ONE BRANCH-STAMPED LINE. THE FILE IS
      *    WHAT THE BRANCH SENDS TO HEAD OFFICE, HOWEVER IT TRAVELS.
