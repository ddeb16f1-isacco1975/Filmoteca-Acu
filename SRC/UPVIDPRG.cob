      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : ONE-TIME SATELLITE-FILE CONVERSION OF VIDEOTECA  *
      *               PROGRAM - REBUILD BORROWERS, TAXAS, COPIAS,      *
      *               PEDIDOS, OPERADORES, PURGADOS, ARCHIVE,          *
      *               PAGAMENTOS, VENDAS, RESERVAS, CAIXA, DISTRIBS,   *
      *               FATURAS AND PLANOS FROM THEIR OLD SHORT RECORD   *
      *               LAYOUTS INTO THE CURRENT ONES, DEFAULTING THE    *
      *               NEW FIELDS - THE COMPANION OF CVVIDPRG, WHICH    *
      *               DOES THE TWO BIG MASTERS                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UPVIDPRG.
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-ARQUIV-OLD
              RECORD KEY   IS OLD-ARQ-CODIGO.
      *
           SELECT PAGTOS-OLD
              ASSIGN       TO 'PAGAMENTOS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-PAGTOS-OLD
              RECORD KEY   IS OLD-NUM-PAG
              ALTERNATE RECORD KEY IS OLD-NUM-EMP-PAG WITH DUPLICATES
              ALTERNATE RECORD KEY IS OLD-NUM-LOC-PAG WITH DUPLICATES.
      *
           SELECT VENDAS-OLD
              ASSIGN       TO 'VENDAS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-VENDAS-OLD
              RECORD KEY   IS OLD-NUM-VND
              ALTERNATE RECORD KEY IS OLD-DATA-VND WITH DUPLICATES.
      *
           SELECT RESERV-OLD
              ASSIGN       TO 'RESERVAS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-RESERV-OLD
              RECORD KEY   IS OLD-NUM-RES
              ALTERNATE RECORD KEY IS OLD-CODIGO-RES WITH DUPLICATES.
      *
           SELECT CAIXA-OLD
              ASSIGN       TO 'CAIXA.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-CAIXA-OLD
              RECORD KEY   IS OLD-NUM-CXS
              ALTERNATE RECORD KEY IS OLD-CXS-STATUS WITH DUPLICATES.
      *
           SELECT DISTRB-OLD
              ASSIGN       TO 'DISTRIBS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-DISTRB-OLD
              RECORD KEY   IS OLD-CODIGO-DIS.
      *
           SELECT FATURA-OLD
              ASSIGN       TO 'FATURAS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-FATURA-OLD
              RECORD KEY   IS OLD-NUM-FAT
              ALTERNATE RECORD KEY IS OLD-NUM-PED-FAT WITH DUPLICATES
              ALTERNATE RECORD KEY IS OLD-COD-DIS-FAT WITH DUPLICATES
              ALTERNATE RECORD KEY IS OLD-FAT-STATUS  WITH DUPLICATES.
      *
           SELECT PLANOS-OLD
              ASSIGN       TO 'PLANOS.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-PLANOS-OLD
              RECORD KEY   IS OLD-COD-PLA.
      *
      *    THE REBUILT FILES, WRITTEN BESIDE THE LIVE ONES AND
      *    SWAPPED IN WITH AN OS RENAME ONCE COMPLETE - THE SAME
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-BORROW-CNV
              RECORD KEY   IS CNV-NUM-LOC
              ALTERNATE RECORD KEY IS CNV-NOME-LOC WITH DUPLICATES
              ALTERNATE RECORD KEY IS CNV-CPF-LOC  WITH DUPLICATES.
      *
           SELECT TAXAS-CNV
              ASSIGN       TO 'TAXAS-CNV.dat'
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-ARQUIV-CNV
              RECORD KEY   IS CNV-ARQ-CODIGO.
      *
           SELECT PAGTOS-CNV
              ASSIGN       TO 'PAGAMENTOS-CNV.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-PAGTOS-CNV
              RECORD KEY   IS CNV-NUM-PAG
              ALTERNATE RECORD KEY IS CNV-NUM-EMP-PAG WITH DUPLICATES
              ALTERNATE RECORD KEY IS CNV-NUM-LOC-PAG WITH DUPLICATES.
      *
           SELECT VENDAS-CNV
              ASSIGN       TO 'VENDAS-CNV.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-VENDAS-CNV
              RECORD KEY   IS CNV-NUM-VND
              ALTERNATE RECORD KEY IS CNV-DATA-VND WITH DUPLICATES.
      *
           SELECT RESERV-CNV
              ASSIGN       TO 'RESERVAS-CNV.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-RESERV-CNV
              RECORD KEY   IS CNV-NUM-RES
              ALTERNATE RECORD KEY IS CNV-CODIGO-RES WITH DUPLICATES.
      *
           SELECT CAIXA-CNV
              ASSIGN       TO 'CAIXA-CNV.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-CAIXA-CNV
              RECORD KEY   IS CNV-NUM-CXS
              ALTERNATE RECORD KEY IS CNV-CXS-STATUS WITH DUPLICATES.
      *
           SELECT DISTRB-CNV
              ASSIGN       TO 'DISTRIBS-CNV.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-DISTRB-CNV
              RECORD KEY   IS CNV-CODIGO-DIS.
      *
           SELECT FATURA-CNV
              ASSIGN       TO 'FATURAS-CNV.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-FATURA-CNV
              RECORD KEY   IS CNV-NUM-FAT
              ALTERNATE RECORD KEY IS CNV-NUM-PED-FAT WITH DUPLICATES
              ALTERNATE RECORD KEY IS CNV-COD-DIS-FAT WITH DUPLICATES
              ALTERNATE RECORD KEY IS CNV-FAT-STATUS  WITH DUPLICATES.
      *
           SELECT PLANOS-CNV
              ASSIGN       TO 'PLANOS-CNV.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE  IS DYNAMIC
              FILE STATUS  IS FS-PLANOS-CNV
              RECORD KEY   IS CNV-COD-PLA.
      *
           COPY 'CPVIDERF.cpy'. *> ABEND ERROR LOG WORKBOOK
      *
           05 OLD-ARQ-REG-ACERVO    PIC X(01).
           05 OLD-ARQ-CUSTO-AQUIS   PIC 9(05)V9(02).
           05 OLD-ARQ-VALOR-REPOS   PIC 9(05)V9(02).
      *
       FD  PAGTOS-OLD.
       01  REG-OLD-PAG.             *> LRECL 39 (PRE-UPGRADE)
           05 OLD-NUM-PAG           PIC 9(07).
           05 OLD-NUM-EMP-PAG       PIC 9(05).
           05 OLD-NUM-LOC-PAG       PIC 9(05).
           05 OLD-VALOR-PAG         PIC 9(05)V9(02).
           05 OLD-DATA-PAG          PIC 9(08).
           05 OLD-FORMA-PAG         PIC X(01).
           05 OLD-NUM-CXS-PAG       PIC 9(05).
           05 OLD-PAG-TIPO          PIC X(01).
      *
       FD  VENDAS-OLD.
       01  REG-OLD-VND.             *> LRECL 79 (PRE-UPGRADE)
           05 OLD-NUM-VND           PIC 9(05).
           05 OLD-CODIGO-VND        PIC 9(05).
           05 OLD-NUM-COPIA-VND     PIC 9(03).
           05 OLD-TITULO-VND        PIC X(45).
           05 OLD-VALOR-VND         PIC 9(05)V9(02).
           05 OLD-DATA-VND          PIC 9(08).
           05 OLD-FORMA-VND         PIC X(01).
           05 OLD-NUM-CXS-VND       PIC 9(05).
      *
       FD  RESERV-OLD.
       01  REG-OLD-RES.             *> LRECL 44 (PRE-UPGRADE)
           05 OLD-NUM-RES           PIC 9(05).
           05 OLD-CODIGO-RES        PIC 9(05).
           05 OLD-NUM-LOC-RES       PIC 9(05).
           05 OLD-NOME-LOC-RES      PIC X(20).
           05 OLD-DATA-RES          PIC 9(08).
           05 OLD-RES-STATUS        PIC X(01).
      *
       FD  CAIXA-OLD.
       01  REG-OLD-CXS.             *> LRECL 50 (PRE-UPGRADE)
           05 OLD-NUM-CXS           PIC 9(05).
           05 OLD-DATA-CXS          PIC 9(08).
           05 OLD-OPERADOR-CXS      PIC X(08).
           05 OLD-HORA-ABERT-CXS    PIC X(05).
           05 OLD-HORA-FECHO-CXS    PIC X(05).
           05 OLD-VALOR-ESPER-CXS   PIC 9(07)V9(02).
           05 OLD-VALOR-CONT-CXS    PIC 9(07)V9(02).
           05 OLD-CXS-STATUS        PIC X(01).
      *
       FD  DISTRB-OLD.
       01  REG-OLD-DIS.             *> LRECL 17 (PRE-UPGRADE)
           05 OLD-CODIGO-DIS        PIC X(02).
           05 OLD-DESC-DIS          PIC X(15).
      *
       FD  FATURA-OLD.
       01  REG-OLD-FAT.             *> LRECL 72 (PRE-UPGRADE)
           05 OLD-NUM-FAT           PIC 9(05).
           05 OLD-NUM-PED-FAT       PIC 9(05).
           05 OLD-COD-DIS-FAT       PIC X(02).
           05 OLD-DOC-FAT           PIC X(12).
           05 OLD-QTDE-FAT          PIC 9(03).
           05 OLD-VALOR-UNIT-FAT    PIC 9(05)V9(02).
           05 OLD-VALOR-TOTAL-FAT   PIC 9(07)V9(02).
           05 OLD-DATA-FAT          PIC 9(08).
           05 OLD-FAT-STATUS        PIC X(01).
           05 OLD-MOTIVO-FAT        PIC X(20).
      *
       FD  PLANOS-OLD.
       01  REG-OLD-PLA.             *> LRECL 34 (PRE-UPGRADE)
           05 OLD-COD-PLA           PIC X(02).
           05 OLD-DESC-PLA          PIC X(15).
           05 OLD-LIMITE-EMP-PLA    PIC 9(02).
           05 OLD-PRAZO-EMP-PLA     PIC 9(02).
           05 OLD-TAXA-DIA-PLA      PIC 9(03)V9(02).
           05 OLD-VALOR-MES-PLA     PIC 9(05)V9(02).
           05 OLD-PLA-STATUS        PIC X(01).
      *
       FD  BORROW-CNV.
       01  REG-CNV-LOC.
           05 CNV-DATA-NASC-LOC     PIC 9(08).
           05 CNV-GRUPO-LOC         PIC X(04).
           05 CNV-LOC-COBRANCA      PIC X(01).
           05 CNV-TIPO-LOC          PIC X(01).
           05 CNV-CONTA-LOC         PIC 9(05).
           05 CNV-LIMITE-CRED-LOC   PIC 9(07)V9(02).
           05 CNV-PRAZO-LOC         PIC 9(03).
           05 CNV-SALDO-CONTA-LOC   PIC 9(07)V9(02).
           05 CNV-CPF-LOC           PIC 9(11).
           05 CNV-LOGRADOURO-LOC    PIC X(40).
           05 CNV-NUMERO-END-LOC    PIC X(06).
           05 CNV-COMPL-END-LOC     PIC X(15).
           05 CNV-BAIRRO-LOC        PIC X(25).
           05 CNV-CIDADE-LOC        PIC X(25).
           05 CNV-UF-LOC            PIC X(02).
           05 CNV-CEP-LOC           PIC 9(08).
           05 CNV-EMAIL-LOC         PIC X(50).
           05 CNV-CELULAR-LOC       PIC X(15).
           05 CNV-CANAIS-LOC        PIC X(04).
           05 CNV-CONSENT-MKT-LOC   PIC X(01).
           05 CNV-DATA-CONSENT-MKT  PIC 9(08).
           05 CNV-CARTAO-LOC        PIC 9(08).
           05 CNV-PIN-LOC           PIC 9(04).
           05 CNV-TENT-PIN-LOC      PIC 9(01).
      *
       FD  TAXAS-CNV.
       01  REG-CNV-TAX.
           05 CNV-COP-STATUS        PIC X(01).
           05 CNV-FILIAL-COP        PIC X(02).
           05 CNV-DATA-COND-COP     PIC 9(08).
           05 CNV-CUSTO-COP         PIC 9(05)V9(02).
           05 CNV-DATA-AQUIS-COP    PIC 9(08).
           05 CNV-VIDA-COP          PIC 9(03).
           05 CNV-DEPREC-ACUM-COP   PIC 9(05)V9(02).
           05 CNV-PER-DEPREC-COP    PIC 9(06).
           05 CNV-DATA-BAIXA-COP    PIC 9(08).
           05 CNV-INSPECAO-COP      PIC X(01).
           05 CNV-ARRUMAR-COP       PIC X(01).
      *
       FD  PEDIDO-CNV.
       01  REG-CNV-PED.
           05 CNV-DATA-RECEB-PED    PIC 9(08).
           05 CNV-PED-STATUS        PIC X(01).
           05 CNV-FILIAL-PED        PIC X(02).
           05 CNV-ENVIO-PED         PIC X(01).
           05 CNV-DATA-ENVIO-PED    PIC 9(08).
           05 CNV-QTDE-RECEB-PED    PIC 9(03).
           05 CNV-QTDE-CLI-PED      PIC 9(03).
      *
       FD  OPERAD-CNV.
       01  REG-CNV-OPE.
           05 CNV-ARC-CLASSE-PRECO  PIC X(01).
           05 CNV-ARC-CLASSE-EMP    PIC X(01).
           05 CNV-ARC-CLASSIF       PIC X(02).
           05 CNV-ARC-FIXA-CLASSE   PIC X(01).
           05 CNV-ARC-DATA-ESTREIA  PIC 9(08).
           05 CNV-ARC-TIPO-MIDIA    PIC X(01).
      *
       FD  ARQUIV-CNV.
       01  REG-CNV-ARQ.
           05 CNV-ARQ-CLASSE-PRECO  PIC X(01).
           05 CNV-ARQ-CLASSE-EMP    PIC X(01).
           05 CNV-ARQ-CLASSIF       PIC X(02).
           05 CNV-ARQ-FIXA-CLASSE   PIC X(01).
           05 CNV-ARQ-DATA-ESTREIA  PIC 9(08).
           05 CNV-ARQ-TIPO-MIDIA    PIC X(01).
      *
       FD  PAGTOS-CNV.
       01  REG-CNV-PAG.
           05 CNV-NUM-PAG           PIC 9(07).
           05 CNV-NUM-EMP-PAG       PIC 9(05).
           05 CNV-NUM-LOC-PAG       PIC 9(05).
           05 CNV-VALOR-PAG         PIC 9(05)V9(02).
           05 CNV-DATA-PAG          PIC 9(08).
           05 CNV-FORMA-PAG         PIC X(01).
           05 CNV-NUM-CXS-PAG       PIC 9(05).
           05 CNV-PAG-TIPO          PIC X(01).
           05 CNV-NUM-VAL-PAG       PIC 9(07).
           05 CNV-ALIQ-PAG          PIC 9(02)V9(02).
           05 CNV-IMPOSTO-PAG       PIC 9(05)V9(02).
           05 CNV-DATA-LIQ-PAG      PIC 9(08).
           05 CNV-REF-LIQ-PAG       PIC X(12).
           05 CNV-CONTA-PAG         PIC 9(05).
           05 CNV-NUM-FAT-PAG       PIC 9(06).
      *
       FD  VENDAS-CNV.
       01  REG-CNV-VND.
           05 CNV-NUM-VND           PIC 9(05).
           05 CNV-CODIGO-VND        PIC 9(05).
           05 CNV-NUM-COPIA-VND     PIC 9(03).
           05 CNV-TITULO-VND        PIC X(45).
           05 CNV-VALOR-VND         PIC 9(05)V9(02).
           05 CNV-DATA-VND          PIC 9(08).
           05 CNV-FORMA-VND         PIC X(01).
           05 CNV-NUM-CXS-VND       PIC 9(05).
           05 CNV-NUM-VAL-VND       PIC 9(07).
           05 CNV-ALIQ-VND          PIC 9(02)V9(02).
           05 CNV-IMPOSTO-VND       PIC 9(05)V9(02).
           05 CNV-DATA-LIQ-VND      PIC 9(08).
           05 CNV-REF-LIQ-VND       PIC X(12).
           05 CNV-TIPO-VND          PIC X(01).
           05 CNV-NUM-PRV-VND       PIC 9(05).
           05 CNV-SINAL-VND         PIC 9(05)V9(02).
      *
       FD  RESERV-CNV.
       01  REG-CNV-RES.
           05 CNV-NUM-RES           PIC 9(05).
           05 CNV-CODIGO-RES        PIC 9(05).
           05 CNV-NUM-LOC-RES       PIC 9(05).
           05 CNV-NOME-LOC-RES      PIC X(20).
           05 CNV-DATA-RES          PIC 9(08).
           05 CNV-RES-STATUS        PIC X(01).
           05 CNV-FILIAL-RES        PIC X(02).
           05 CNV-PRONTA-RES        PIC X(01).
           05 CNV-COPIA-RES         PIC 9(03).
           05 CNV-DATA-PRONTA-RES   PIC 9(08).
      *
       FD  CAIXA-CNV.
       01  REG-CNV-CXS.
           05 CNV-NUM-CXS           PIC 9(05).
           05 CNV-DATA-CXS          PIC 9(08).
           05 CNV-OPERADOR-CXS      PIC X(08).
           05 CNV-HORA-ABERT-CXS    PIC X(05).
           05 CNV-HORA-FECHO-CXS    PIC X(05).
           05 CNV-VALOR-ESPER-CXS   PIC S9(07)V9(02).
           05 CNV-VALOR-CONT-CXS    PIC 9(07)V9(02).
           05 CNV-CXS-STATUS        PIC X(01).
           05 CNV-FILIAL-CXS        PIC X(02).
      *
       FD  DISTRB-CNV.
       01  REG-CNV-DIS.
           05 CNV-CODIGO-DIS        PIC X(02).
           05 CNV-DESC-DIS          PIC X(15).
           05 CNV-ENDERECO-DIS      PIC X(40).
           05 CNV-CIDADE-DIS        PIC X(25).
           05 CNV-UF-DIS            PIC X(02).
           05 CNV-CEP-DIS           PIC 9(08).
           05 CNV-CONTATO-DIS       PIC X(25).
           05 CNV-FONE-DIS          PIC X(15).
           05 CNV-EMAIL-DIS         PIC X(50).
           05 CNV-PRAZO-PAG-DIS     PIC 9(03).
           05 CNV-PRAZO-ENT-DIS     PIC 9(03).
           05 CNV-PEDIDO-MIN-DIS    PIC 9(07)V9(02).
           05 CNV-JANELA-RMA-DIS    PIC 9(03).
      *
       FD  FATURA-CNV.
       01  REG-CNV-FAT.
           05 CNV-NUM-FAT           PIC 9(05).
           05 CNV-NUM-PED-FAT       PIC 9(05).
           05 CNV-COD-DIS-FAT       PIC X(02).
           05 CNV-DOC-FAT           PIC X(12).
           05 CNV-QTDE-FAT          PIC 9(03).
           05 CNV-VALOR-UNIT-FAT    PIC 9(05)V9(02).
           05 CNV-VALOR-TOTAL-FAT   PIC 9(07)V9(02).
           05 CNV-DATA-FAT          PIC 9(08).
           05 CNV-FAT-STATUS        PIC X(01).
           05 CNV-MOTIVO-FAT        PIC X(20).
           05 CNV-DATA-VENC-FAT     PIC 9(08).
      *
       FD  PLANOS-CNV.
       01  REG-CNV-PLA.
           05 CNV-COD-PLA           PIC X(02).
           05 CNV-DESC-PLA          PIC X(15).
           05 CNV-LIMITE-EMP-PLA    PIC 9(02).
           05 CNV-PRAZO-EMP-PLA     PIC 9(02).
           05 CNV-TAXA-DIA-PLA      PIC 9(03)V9(02).
           05 CNV-VALOR-MES-PLA     PIC 9(05)V9(02).
           05 CNV-PLA-STATUS        PIC X(01).
           05 CNV-DESC-EVENTO-PLA   PIC 9(02).
      *
       FD  ERRLOG.
           COPY 'CPVIDERR.cpy'. *> ABEND ERROR LOG RECORD
       77  FS-OPERAD-OLD             PIC X(02).
       77  FS-PURGAD-OLD             PIC X(02).
       77  FS-ARQUIV-OLD             PIC X(02).
       77  FS-PAGTOS-OLD             PIC X(02).
       77  FS-VENDAS-OLD             PIC X(02).
       77  FS-RESERV-OLD             PIC X(02).
       77  FS-CAIXA-OLD              PIC X(02).
       77  FS-DISTRB-OLD             PIC X(02).
       77  FS-FATURA-OLD             PIC X(02).
       77  FS-PLANOS-OLD             PIC X(02).
       77  FS-BORROW-CNV             PIC X(02).
       77  FS-TAXAS-CNV              PIC X(02).
       77  FS-COPIAS-CNV             PIC X(02).
       77  FS-OPERAD-CNV             PIC X(02).
       77  FS-PURGAD-CNV             PIC X(02).
       77  FS-ARQUIV-CNV             PIC X(02).
       77  FS-PAGTOS-CNV             PIC X(02).
       77  FS-VENDAS-CNV             PIC X(02).
       77  FS-RESERV-CNV             PIC X(02).
       77  FS-CAIXA-CNV              PIC X(02).
       77  FS-DISTRB-CNV             PIC X(02).
       77  FS-FATURA-CNV             PIC X(02).
       77  FS-PLANOS-CNV             PIC X(02).
       77  WRK-LOC-COUNT             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-TAX-COUNT             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-COP-COUNT             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-OPE-COUNT             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-ARC-COUNT             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-ARQ-COUNT             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-PAG-COUNT             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-VND-COUNT             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-RES-COUNT             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-CXS-COUNT             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-DIS-COUNT             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-FAT-COUNT             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-PLA-COUNT             PIC 9(05) USAGE COMP-3 VALUE ZERO.
       77  WRK-COUNT-EDIT            PIC Z(04)9.
       77  WRK-BACKUP-STAMP          PIC X(12) VALUE SPACES.
       77  WRK-BCK-FILE              PIC X(20) VALUE SPACES.
               PERFORM 0340-CONVERT-OPERATORS
               PERFORM 0350-CONVERT-PURGED
               PERFORM 0356-CONVERT-ARCHIVE
               PERFORM 0370-CONVERT-PAYMENTS
               PERFORM 0372-CONVERT-SALES
               PERFORM 0374-CONVERT-HOLDS
               PERFORM 0376-CONVERT-DRAWERS
               PERFORM 0378-CONVERT-SUPPLIERS
               PERFORM 0380-CONVERT-INVOICES
               PERFORM 0382-CONVERT-PLANS
               PERFORM 0500-CLOSE-DATA
               PERFORM 0360-SWAP-FILES
               PERFORM 0400-PRINT-RESULTS

      *    THIS IS A RUN-ONCE UPGRADE STEP: IT MUST ONLY RUN ON A
      *    SITE WHOSE FILES STILL CARRY THE OLD SHORT RECORDS, AND
      *    IT REWRITES FOURTEEN FILES, SO IT SPELLS THAT OUT AND ASKS.
       0210-ASK-CONVERSION.
           MOVE " * * *  F I L E   C O N V E R S I O N  * * *"
               TO WRK-TITLE.
      *
           DISPLAY 'REBUILDS BORROWERS, TAXAS, COPIAS, PEDIDOS,'
               AT LINE 08 COLUMN 14.
           DISPLAY 'OPERADORES, PURGADOS, ARCHIVE, PAGAMENTOS,'
               AT LINE 09 COLUMN 14.
           DISPLAY 'VENDAS, RESERVAS, CAIXA, DISTRIBS, FATURAS AND'
               AT LINE 10 COLUMN 14.
           DISPLAY 'PLANOS FROM THE OLD LAYOUTS. RUN ONCE, RIGHT'
               AT LINE 11 COLUMN 14.
           DISPLAY 'AFTER THE UPGRADE, TOGETHER WITH THE CVVIDPRG'
               AT LINE 12 COLUMN 14.
           DISPLAY 'MASTER CONVERSION - NEVER ON ALREADY-CONVERTED'
               AT LINE 13 COLUMN 14.
           DISPLAY 'FILES.'
               AT LINE 14 COLUMN 14.
      *
           MOVE '41CONVERT THE FOURTEEN FILES NOW (Y/N)?' TO WRK-MSG.
           DISPLAY SCREEN-CONFIRMATION.
           ACCEPT SCREEN-CONFIRMATION-WAIT.
       0210-ASK-CONVERSION-END. EXIT.
           PERFORM 0260-BACKUP-ONE-FILE.
           MOVE 'ARCHIVE.dat'    TO WRK-BCK-FILE.
           PERFORM 0260-BACKUP-ONE-FILE.
           MOVE 'PAGAMENTOS.dat' TO WRK-BCK-FILE.
           PERFORM 0260-BACKUP-ONE-FILE.
           MOVE 'VENDAS.dat'     TO WRK-BCK-FILE.
           PERFORM 0260-BACKUP-ONE-FILE.
           MOVE 'RESERVAS.dat'   TO WRK-BCK-FILE.
           PERFORM 0260-BACKUP-ONE-FILE.
           MOVE 'CAIXA.dat'      TO WRK-BCK-FILE.
           PERFORM 0260-BACKUP-ONE-FILE.
           MOVE 'DISTRIBS.dat'   TO WRK-BCK-FILE.
           PERFORM 0260-BACKUP-ONE-FILE.
           MOVE 'FATURAS.dat'    TO WRK-BCK-FILE.
           PERFORM 0260-BACKUP-ONE-FILE.
           MOVE 'PLANOS.dat'     TO WRK-BCK-FILE.
           PERFORM 0260-BACKUP-ONE-FILE.
       0250-PRE-CONVERT-BACKUP-END. EXIT.

       0260-BACKUP-ONE-FILE.
                   PERFORM 0290-OPEN-FAILED
               END-IF
           END-IF.
      *
           OPEN INPUT PAGTOS-OLD.
           IF FS-PAGTOS-OLD NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE '46ERROR OPENING PAYMENTS FILE.' TO WRK-MSG
               PERFORM 0290-OPEN-FAILED
           END-IF.
           IF FS-PAGTOS-OLD EQUAL "00"
               OPEN OUTPUT PAGTOS-CNV
               IF FS-PAGTOS-CNV NOT EQUAL "00"
                   MOVE '53ERROR OPENING PAGAMENTOS-CNV FILE.'
                       TO WRK-MSG
                   PERFORM 0290-OPEN-FAILED
               END-IF
           END-IF.
      *
           OPEN INPUT VENDAS-OLD.
           IF FS-VENDAS-OLD NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE '46ERROR OPENING SALES FILE.' TO WRK-MSG
               PERFORM 0290-OPEN-FAILED
           END-IF.
           IF FS-VENDAS-OLD EQUAL "00"
               OPEN OUTPUT VENDAS-CNV
               IF FS-VENDAS-CNV NOT EQUAL "00"
                   MOVE '53ERROR OPENING VENDAS-CNV FILE.' TO WRK-MSG
                   PERFORM 0290-OPEN-FAILED
               END-IF
           END-IF.
      *
           OPEN INPUT RESERV-OLD.
           IF FS-RESERV-OLD NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE '46ERROR OPENING RESERVATIONS FILE.' TO WRK-MSG
               PERFORM 0290-OPEN-FAILED
           END-IF.
           IF FS-RESERV-OLD EQUAL "00"
               OPEN OUTPUT RESERV-CNV
               IF FS-RESERV-CNV NOT EQUAL "00"
                   MOVE '53ERROR OPENING RESERVAS-CNV FILE.' TO WRK-MSG
                   PERFORM 0290-OPEN-FAILED
               END-IF
           END-IF.
      *
           OPEN INPUT CAIXA-OLD.
           IF FS-CAIXA-OLD NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE '46ERROR OPENING CASH DRAWER FILE.' TO WRK-MSG
               PERFORM 0290-OPEN-FAILED
           END-IF.
           IF FS-CAIXA-OLD EQUAL "00"
               OPEN OUTPUT CAIXA-CNV
               IF FS-CAIXA-CNV NOT EQUAL "00"
                   MOVE '53ERROR OPENING CAIXA-CNV FILE.' TO WRK-MSG
                   PERFORM 0290-OPEN-FAILED
               END-IF
           END-IF.
      *
           OPEN INPUT DISTRB-OLD.
           IF FS-DISTRB-OLD NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE '46ERROR OPENING DISTRIBUTORS FILE.' TO WRK-MSG
               PERFORM 0290-OPEN-FAILED
           END-IF.
           IF FS-DISTRB-OLD EQUAL "00"
               OPEN OUTPUT DISTRB-CNV
               IF FS-DISTRB-CNV NOT EQUAL "00"
                   MOVE '53ERROR OPENING DISTRIBS-CNV FILE.' TO WRK-MSG
                   PERFORM 0290-OPEN-FAILED
               END-IF
           END-IF.
      *
           OPEN INPUT FATURA-OLD.
           IF FS-FATURA-OLD NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE '46ERROR OPENING SUPPLIER INVOICES FILE.' TO WRK-MSG
               PERFORM 0290-OPEN-FAILED
           END-IF.
           IF FS-FATURA-OLD EQUAL "00"
               OPEN OUTPUT FATURA-CNV
               IF FS-FATURA-CNV NOT EQUAL "00"
                   MOVE '53ERROR OPENING FATURAS-CNV FILE.' TO WRK-MSG
                   PERFORM 0290-OPEN-FAILED
               END-IF
           END-IF.
      *
           OPEN INPUT PLANOS-OLD.
           IF FS-PLANOS-OLD NOT EQUAL "00" AND NOT EQUAL "35"
               MOVE '46ERROR OPENING MEMBERSHIP PLANS FILE.' TO WRK-MSG
               PERFORM 0290-OPEN-FAILED
           END-IF.
           IF FS-PLANOS-OLD EQUAL "00"
               OPEN OUTPUT PLANOS-CNV
               IF FS-PLANOS-CNV NOT EQUAL "00"
                   MOVE '53ERROR OPENING PLANOS-CNV FILE.' TO WRK-MSG
                   PERFORM 0290-OPEN-FAILED
               END-IF
           END-IF.
       0100-OPEN-DATA-END. EXIT.

       0290-OPEN-FAILED.
           MOVE ZEROES TO CNV-DATA-NASC-LOC.
           MOVE SPACES TO CNV-GRUPO-LOC.
           MOVE SPACES TO CNV-LOC-COBRANCA.
           MOVE 'P' TO CNV-TIPO-LOC.
      *
           WRITE REG-CNV-LOC
               INVALID KEY CONTINUE
           MOVE SPACES TO CNV-ARC-CLASSE-PRECO.
           MOVE SPACES TO CNV-ARC-CLASSE-EMP.
           MOVE SPACES TO CNV-ARC-CLASSIF.
           MOVE SPACES TO CNV-ARC-FIXA-CLASSE.
           MOVE ZEROES TO CNV-ARC-DATA-ESTREIA.
           MOVE 'F'    TO CNV-ARC-TIPO-MIDIA.
      *
           WRITE REG-CNV-ARC
               INVALID KEY CONTINUE
           MOVE SPACES TO CNV-ARQ-CLASSE-PRECO.
           MOVE SPACES TO CNV-ARQ-CLASSE-EMP.
           MOVE SPACES TO CNV-ARQ-CLASSIF.
           MOVE SPACES TO CNV-ARQ-FIXA-CLASSE.
           MOVE ZEROES TO CNV-ARQ-DATA-ESTREIA.
           MOVE 'F'    TO CNV-ARQ-TIPO-MIDIA.
      *
           WRITE REG-CNV-ARQ
               INVALID KEY CONTINUE
               MOVE 'mv ARCHIVE-CNV.dat ARCHIVE.dat' TO WRK-CMD
               CALL 'SYSTEM' USING WRK-CMD
           END-IF.
           IF FS-PAGTOS-OLD NOT EQUAL "35"
               INITIALIZE WRK-CMD
               MOVE 'mv PAGAMENTOS-CNV.dat PAGAMENTOS.dat' TO WRK-CMD
               CALL 'SYSTEM' USING WRK-CMD
           END-IF.
           IF FS-VENDAS-OLD NOT EQUAL "35"
               INITIALIZE WRK-CMD
               MOVE 'mv VENDAS-CNV.dat VENDAS.dat' TO WRK-CMD
               CALL 'SYSTEM' USING WRK-CMD
           END-IF.
           IF FS-RESERV-OLD NOT EQUAL "35"
               INITIALIZE WRK-CMD
               MOVE 'mv RESERVAS-CNV.dat RESERVAS.dat' TO WRK-CMD
               CALL 'SYSTEM' USING WRK-CMD
           END-IF.
           IF FS-CAIXA-OLD NOT EQUAL "35"
               INITIALIZE WRK-CMD
               MOVE 'mv CAIXA-CNV.dat CAIXA.dat' TO WRK-CMD
               CALL 'SYSTEM' USING WRK-CMD
           END-IF.
           IF FS-DISTRB-OLD NOT EQUAL "35"
               INITIALIZE WRK-CMD
               MOVE 'mv DISTRIBS-CNV.dat DISTRIBS.dat' TO WRK-CMD
               CALL 'SYSTEM' USING WRK-CMD
           END-IF.
           IF FS-FATURA-OLD NOT EQUAL "35"
               INITIALIZE WRK-CMD
               MOVE 'mv FATURAS-CNV.dat FATURAS.dat' TO WRK-CMD
               CALL 'SYSTEM' USING WRK-CMD
           END-IF.
           IF FS-PLANOS-OLD NOT EQUAL "35"
               INITIALIZE WRK-CMD
               MOVE 'mv PLANOS-CNV.dat PLANOS.dat' TO WRK-CMD
               CALL 'SYSTEM' USING WRK-CMD
           END-IF.
       0360-SWAP-FILES-END. EXIT.

       0370-CONVERT-PAYMENTS.
           IF FS-PAGTOS-OLD NOT EQUAL "00"
               GO TO 0370-CONVERT-PAYMENTS-END
           END-IF.
           MOVE LOW-VALUES TO OLD-NUM-PAG.
           START PAGTOS-OLD KEY IS NOT LESS OLD-NUM-PAG
               INVALID KEY MOVE 10 TO FS-PAGTOS-OLD
           END-START.
           IF FS-PAGTOS-OLD NOT EQUAL 10
               READ PAGTOS-OLD NEXT
                   AT END MOVE 10 TO FS-PAGTOS-OLD
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PAGTOS-OLD EQUAL 10
               PERFORM 0371-WRITE-ONE-PAYMENT
               READ PAGTOS-OLD NEXT
                   AT END MOVE 10 TO FS-PAGTOS-OLD
               END-READ
           END-PERFORM.
       0370-CONVERT-PAYMENTS-END. EXIT.

      *    NO VOUCHER, NO TAX RECORDED, NOT YET MATCHED TO A CARD
      *    SETTLEMENT AND NOT ON A CHARGE ACCOUNT - AS EVERY ROW WAS
      *    BEFORE THOSE FIELDS EXISTED.
       0371-WRITE-ONE-PAYMENT.
           INITIALIZE REG-CNV-PAG.
           MOVE OLD-NUM-PAG       TO CNV-NUM-PAG.
           MOVE OLD-NUM-EMP-PAG   TO CNV-NUM-EMP-PAG.
           MOVE OLD-NUM-LOC-PAG   TO CNV-NUM-LOC-PAG.
           MOVE OLD-VALOR-PAG     TO CNV-VALOR-PAG.
           MOVE OLD-DATA-PAG      TO CNV-DATA-PAG.
           MOVE OLD-FORMA-PAG     TO CNV-FORMA-PAG.
           MOVE OLD-NUM-CXS-PAG   TO CNV-NUM-CXS-PAG.
           MOVE OLD-PAG-TIPO      TO CNV-PAG-TIPO.
           MOVE ZEROES            TO CNV-NUM-VAL-PAG.
           MOVE ZEROES            TO CNV-ALIQ-PAG.
           MOVE ZEROES            TO CNV-IMPOSTO-PAG.
           MOVE ZEROES            TO CNV-DATA-LIQ-PAG.
           MOVE SPACES            TO CNV-REF-LIQ-PAG.
           MOVE ZEROES            TO CNV-CONTA-PAG.
           MOVE ZEROES            TO CNV-NUM-FAT-PAG.
      *
           WRITE REG-CNV-PAG
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WRK-PAG-COUNT
           END-WRITE.
       0371-WRITE-ONE-PAYMENT-END. EXIT.

       0372-CONVERT-SALES.
           IF FS-VENDAS-OLD NOT EQUAL "00"
               GO TO 0372-CONVERT-SALES-END
           END-IF.
           MOVE LOW-VALUES TO OLD-NUM-VND.
           START VENDAS-OLD KEY IS NOT LESS OLD-NUM-VND
               INVALID KEY MOVE 10 TO FS-VENDAS-OLD
           END-START.
           IF FS-VENDAS-OLD NOT EQUAL 10
               READ VENDAS-OLD NEXT
                   AT END MOVE 10 TO FS-VENDAS-OLD
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-VENDAS-OLD EQUAL 10
               PERFORM 0373-WRITE-ONE-SALE
               READ VENDAS-OLD NEXT
                   AT END MOVE 10 TO FS-VENDAS-OLD
               END-READ
           END-PERFORM.
       0372-CONVERT-SALES-END. EXIT.

      *    EVERY SALE BEFORE THE COUNTER SOLD ANYTHING ELSE WAS AN
      *    EX-RENTAL COPY, SO THE OLD ROWS COME ACROSS AS TYPE 'C'
      *    WITH NO VOUCHER, TAX, SETTLEMENT OR PRE-ORDER DEPOSIT.
       0373-WRITE-ONE-SALE.
           INITIALIZE REG-CNV-VND.
           MOVE OLD-NUM-VND       TO CNV-NUM-VND.
           MOVE OLD-CODIGO-VND    TO CNV-CODIGO-VND.
           MOVE OLD-NUM-COPIA-VND TO CNV-NUM-COPIA-VND.
           MOVE OLD-TITULO-VND    TO CNV-TITULO-VND.
           MOVE OLD-VALOR-VND     TO CNV-VALOR-VND.
           MOVE OLD-DATA-VND      TO CNV-DATA-VND.
           MOVE OLD-FORMA-VND     TO CNV-FORMA-VND.
           MOVE OLD-NUM-CXS-VND   TO CNV-NUM-CXS-VND.
           MOVE ZEROES            TO CNV-NUM-VAL-VND.
           MOVE ZEROES            TO CNV-ALIQ-VND.
           MOVE ZEROES            TO CNV-IMPOSTO-VND.
           MOVE ZEROES            TO CNV-DATA-LIQ-VND.
           MOVE SPACES            TO CNV-REF-LIQ-VND.
           MOVE 'C'               TO CNV-TIPO-VND.
           MOVE ZEROES            TO CNV-NUM-PRV-VND.
           MOVE ZEROES            TO CNV-SINAL-VND.
      *
           WRITE REG-CNV-VND
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WRK-VND-COUNT
           END-WRITE.
       0373-WRITE-ONE-SALE-END. EXIT.

       0374-CONVERT-HOLDS.
           IF FS-RESERV-OLD NOT EQUAL "00"
               GO TO 0374-CONVERT-HOLDS-END
           END-IF.
           MOVE LOW-VALUES TO OLD-NUM-RES.
           START RESERV-OLD KEY IS NOT LESS OLD-NUM-RES
               INVALID KEY MOVE 10 TO FS-RESERV-OLD
           END-START.
           IF FS-RESERV-OLD NOT EQUAL 10
               READ RESERV-OLD NEXT
                   AT END MOVE 10 TO FS-RESERV-OLD
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-RESERV-OLD EQUAL 10
               PERFORM 0375-WRITE-ONE-HOLD
               READ RESERV-OLD NEXT
                   AT END MOVE 10 TO FS-RESERV-OLD
               END-READ
           END-PERFORM.
       0374-CONVERT-HOLDS-END. EXIT.

      *    BRANCH LEFT BLANK, WHICH READS AS THE ORIGINAL SHOP, AND
      *    NOT YET PULLED FOR THE HOLD SHELF.
       0375-WRITE-ONE-HOLD.
           INITIALIZE REG-CNV-RES.
           MOVE OLD-NUM-RES       TO CNV-NUM-RES.
           MOVE OLD-CODIGO-RES    TO CNV-CODIGO-RES.
           MOVE OLD-NUM-LOC-RES   TO CNV-NUM-LOC-RES.
           MOVE OLD-NOME-LOC-RES  TO CNV-NOME-LOC-RES.
           MOVE OLD-DATA-RES      TO CNV-DATA-RES.
           MOVE OLD-RES-STATUS    TO CNV-RES-STATUS.
           MOVE SPACES            TO CNV-FILIAL-RES.
           MOVE SPACES            TO CNV-PRONTA-RES.
           MOVE ZEROES            TO CNV-COPIA-RES.
           MOVE ZEROES            TO CNV-DATA-PRONTA-RES.
      *
           WRITE REG-CNV-RES
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WRK-RES-COUNT
           END-WRITE.
       0375-WRITE-ONE-HOLD-END. EXIT.

       0376-CONVERT-DRAWERS.
           IF FS-CAIXA-OLD NOT EQUAL "00"
               GO TO 0376-CONVERT-DRAWERS-END
           END-IF.
           MOVE LOW-VALUES TO OLD-NUM-CXS.
           START CAIXA-OLD KEY IS NOT LESS OLD-NUM-CXS
               INVALID KEY MOVE 10 TO FS-CAIXA-OLD
           END-START.
           IF FS-CAIXA-OLD NOT EQUAL 10
               READ CAIXA-OLD NEXT
                   AT END MOVE 10 TO FS-CAIXA-OLD
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-CAIXA-OLD EQUAL 10
               PERFORM 0377-WRITE-ONE-DRAWER
               READ CAIXA-OLD NEXT
                   AT END MOVE 10 TO FS-CAIXA-OLD
               END-READ
           END-PERFORM.
       0376-CONVERT-DRAWERS-END. EXIT.

      *    THE EXPECTED FIGURE BECAME SIGNED, SO THE SESSION GOES
      *    ACROSS FIELD BY FIELD. EVERY OLD DRAWER WAS AT THE
      *    ORIGINAL SHOP.
       0377-WRITE-ONE-DRAWER.
           INITIALIZE REG-CNV-CXS.
           MOVE OLD-NUM-CXS         TO CNV-NUM-CXS.
           MOVE OLD-DATA-CXS        TO CNV-DATA-CXS.
           MOVE OLD-OPERADOR-CXS    TO CNV-OPERADOR-CXS.
           MOVE OLD-HORA-ABERT-CXS  TO CNV-HORA-ABERT-CXS.
           MOVE OLD-HORA-FECHO-CXS  TO CNV-HORA-FECHO-CXS.
           MOVE OLD-VALOR-ESPER-CXS TO CNV-VALOR-ESPER-CXS.
           MOVE OLD-VALOR-CONT-CXS  TO CNV-VALOR-CONT-CXS.
           MOVE OLD-CXS-STATUS      TO CNV-CXS-STATUS.
           MOVE '01'                TO CNV-FILIAL-CXS.
      *
           WRITE REG-CNV-CXS
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WRK-CXS-COUNT
           END-WRITE.
       0377-WRITE-ONE-DRAWER-END. EXIT.

       0378-CONVERT-SUPPLIERS.
           IF FS-DISTRB-OLD NOT EQUAL "00"
               GO TO 0378-CONVERT-SUPPLIERS-END
           END-IF.
           MOVE LOW-VALUES TO OLD-CODIGO-DIS.
           START DISTRB-OLD KEY IS NOT LESS OLD-CODIGO-DIS
               INVALID KEY MOVE 10 TO FS-DISTRB-OLD
           END-START.
           IF FS-DISTRB-OLD NOT EQUAL 10
               READ DISTRB-OLD NEXT
                   AT END MOVE 10 TO FS-DISTRB-OLD
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-DISTRB-OLD EQUAL 10
               PERFORM 0379-WRITE-ONE-SUPPLIER
               READ DISTRB-OLD NEXT
                   AT END MOVE 10 TO FS-DISTRB-OLD
               END-READ
           END-PERFORM.
       0378-CONVERT-SUPPLIERS-END. EXIT.

      *    ONLY THE CODE AND NAME EXISTED - NO ADDRESS OR CONTACT,
      *    AND ZERO TRADING TERMS, WHICH MEAN NOT AGREED.
       0379-WRITE-ONE-SUPPLIER.
           INITIALIZE REG-CNV-DIS.
           MOVE OLD-CODIGO-DIS    TO CNV-CODIGO-DIS.
           MOVE OLD-DESC-DIS      TO CNV-DESC-DIS.
           MOVE SPACES            TO CNV-ENDERECO-DIS.
           MOVE SPACES            TO CNV-CIDADE-DIS.
           MOVE SPACES            TO CNV-UF-DIS.
           MOVE ZEROES            TO CNV-CEP-DIS.
           MOVE SPACES            TO CNV-CONTATO-DIS.
           MOVE SPACES            TO CNV-FONE-DIS.
           MOVE SPACES            TO CNV-EMAIL-DIS.
           MOVE ZEROES            TO CNV-PRAZO-PAG-DIS.
           MOVE ZEROES            TO CNV-PRAZO-ENT-DIS.
           MOVE ZEROES            TO CNV-PEDIDO-MIN-DIS.
           MOVE ZEROES            TO CNV-JANELA-RMA-DIS.
      *
           WRITE REG-CNV-DIS
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WRK-DIS-COUNT
           END-WRITE.
       0379-WRITE-ONE-SUPPLIER-END. EXIT.

       0380-CONVERT-INVOICES.
           IF FS-FATURA-OLD NOT EQUAL "00"
               GO TO 0380-CONVERT-INVOICES-END
           END-IF.
           MOVE LOW-VALUES TO OLD-NUM-FAT.
           START FATURA-OLD KEY IS NOT LESS OLD-NUM-FAT
               INVALID KEY MOVE 10 TO FS-FATURA-OLD
           END-START.
           IF FS-FATURA-OLD NOT EQUAL 10
               READ FATURA-OLD NEXT
                   AT END MOVE 10 TO FS-FATURA-OLD
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-FATURA-OLD EQUAL 10
               PERFORM 0381-WRITE-ONE-INVOICE
               READ FATURA-OLD NEXT
                   AT END MOVE 10 TO FS-FATURA-OLD
               END-READ
           END-PERFORM.
       0380-CONVERT-INVOICES-END. EXIT.

      *    NO DUE DATE ON INVOICES KEYED BEFORE THE PAYMENT TERMS.
       0381-WRITE-ONE-INVOICE.
           INITIALIZE REG-CNV-FAT.
           MOVE OLD-NUM-FAT         TO CNV-NUM-FAT.
           MOVE OLD-NUM-PED-FAT     TO CNV-NUM-PED-FAT.
           MOVE OLD-COD-DIS-FAT     TO CNV-COD-DIS-FAT.
           MOVE OLD-DOC-FAT         TO CNV-DOC-FAT.
           MOVE OLD-QTDE-FAT        TO CNV-QTDE-FAT.
           MOVE OLD-VALOR-UNIT-FAT  TO CNV-VALOR-UNIT-FAT.
           MOVE OLD-VALOR-TOTAL-FAT TO CNV-VALOR-TOTAL-FAT.
           MOVE OLD-DATA-FAT        TO CNV-DATA-FAT.
           MOVE OLD-FAT-STATUS      TO CNV-FAT-STATUS.
           MOVE OLD-MOTIVO-FAT      TO CNV-MOTIVO-FAT.
           MOVE ZEROES              TO CNV-DATA-VENC-FAT.
      *
           WRITE REG-CNV-FAT
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WRK-FAT-COUNT
           END-WRITE.
       0381-WRITE-ONE-INVOICE-END. EXIT.

       0382-CONVERT-PLANS.
           IF FS-PLANOS-OLD NOT EQUAL "00"
               GO TO 0382-CONVERT-PLANS-END
           END-IF.
           MOVE LOW-VALUES TO OLD-COD-PLA.
           START PLANOS-OLD KEY IS NOT LESS OLD-COD-PLA
               INVALID KEY MOVE 10 TO FS-PLANOS-OLD
           END-START.
           IF FS-PLANOS-OLD NOT EQUAL 10
               READ PLANOS-OLD NEXT
                   AT END MOVE 10 TO FS-PLANOS-OLD
               END-READ
           END-IF.
      *
           PERFORM UNTIL FS-PLANOS-OLD EQUAL 10
               PERFORM 0383-WRITE-ONE-PLAN
               READ PLANOS-OLD NEXT
                   AT END MOVE 10 TO FS-PLANOS-OLD
               END-READ
           END-PERFORM.
       0382-CONVERT-PLANS-END. EXIT.

      *    NO FILM CLUB DISCOUNT ON ANY PLAN UNTIL ONE IS KEYED.
       0383-WRITE-ONE-PLAN.
           INITIALIZE REG-CNV-PLA.
           MOVE OLD-COD-PLA        TO CNV-COD-PLA.
           MOVE OLD-DESC-PLA       TO CNV-DESC-PLA.
           MOVE OLD-LIMITE-EMP-PLA TO CNV-LIMITE-EMP-PLA.
           MOVE OLD-PRAZO-EMP-PLA  TO CNV-PRAZO-EMP-PLA.
           MOVE OLD-TAXA-DIA-PLA   TO CNV-TAXA-DIA-PLA.
           MOVE OLD-VALOR-MES-PLA  TO CNV-VALOR-MES-PLA.
           MOVE OLD-PLA-STATUS     TO CNV-PLA-STATUS.
           MOVE ZEROES             TO CNV-DESC-EVENTO-PLA.
      *
           WRITE REG-CNV-PLA
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WRK-PLA-COUNT
           END-WRITE.
       0383-WRITE-ONE-PLAN-END. EXIT.

       0400-PRINT-RESULTS.
           DISPLAY SCREEN-MAIN.
           MOVE WRK-LOC-COUNT TO WRK-COUNT-EDIT.
           DISPLAY 'ARCHIVED CONVERTED..: ' AT LINE 14 COLUMN 14.
           DISPLAY WRK-COUNT-EDIT AT LINE 14 COLUMN 37
               COLOR 11 HIGHLIGHT.
           MOVE WRK-PAG-COUNT TO WRK-COUNT-EDIT.
           DISPLAY 'PAYMENTS CONVERTED..: ' AT LINE 08 COLUMN 44.
           DISPLAY WRK-COUNT-EDIT AT LINE 08 COLUMN 67
               COLOR 11 HIGHLIGHT.
           MOVE WRK-VND-COUNT TO WRK-COUNT-EDIT.
           DISPLAY 'SALES CONVERTED.....: ' AT LINE 09 COLUMN 44.
           DISPLAY WRK-COUNT-EDIT AT LINE 09 COLUMN 67
               COLOR 11 HIGHLIGHT.
           MOVE WRK-RES-COUNT TO WRK-COUNT-EDIT.
           DISPLAY 'HOLDS CONVERTED.....: ' AT LINE 10 COLUMN 44.
           DISPLAY WRK-COUNT-EDIT AT LINE 10 COLUMN 67
               COLOR 11 HIGHLIGHT.
           MOVE WRK-CXS-COUNT TO WRK-COUNT-EDIT.
           DISPLAY 'DRAWERS CONVERTED...: ' AT LINE 11 COLUMN 44.
           DISPLAY WRK-COUNT-EDIT AT LINE 11 COLUMN 67
               COLOR 11 HIGHLIGHT.
           MOVE WRK-DIS-COUNT TO WRK-COUNT-EDIT.
           DISPLAY 'SUPPLIERS CONVERTED.: ' AT LINE 12 COLUMN 44.
           DISPLAY WRK-COUNT-EDIT AT LINE 12 COLUMN 67
               COLOR 11 HIGHLIGHT.
           MOVE WRK-FAT-COUNT TO WRK-COUNT-EDIT.
           DISPLAY 'INVOICES CONVERTED..: ' AT LINE 13 COLUMN 44.
           DISPLAY WRK-COUNT-EDIT AT LINE 13 COLUMN 67
               COLOR 11 HIGHLIGHT.
           MOVE WRK-PLA-COUNT TO WRK-COUNT-EDIT.
           DISPLAY 'PLANS CONVERTED.....: ' AT LINE 14 COLUMN 44.
           DISPLAY WRK-COUNT-EDIT AT LINE 14 COLUMN 67
               COLOR 11 HIGHLIGHT.
      *
           MOVE '54CONVERSION DONE - RUN ORVIDPRG TO VERIFY.'
               TO WRK-MSG.
           IF FS-ARQUIV-OLD NOT EQUAL "35"
               CLOSE ARQUIV-OLD ARQUIV-CNV
           END-IF.
           IF FS-PAGTOS-OLD NOT EQUAL "35"
               CLOSE PAGTOS-OLD PAGTOS-CNV
           END-IF.
           IF FS-VENDAS-OLD NOT EQUAL "35"
               CLOSE VENDAS-OLD VENDAS-CNV
           END-IF.
           IF FS-RESERV-OLD NOT EQUAL "35"
               CLOSE RESERV-OLD RESERV-CNV
           END-IF.
           IF FS-CAIXA-OLD NOT EQUAL "35"
               CLOSE CAIXA-OLD CAIXA-CNV
           END-IF.
           IF FS-DISTRB-OLD NOT EQUAL "35"
               CLOSE DISTRB-OLD DISTRB-CNV
           END-IF.
           IF FS-FATURA-OLD NOT EQUAL "35"
               CLOSE FATURA-OLD FATURA-CNV
           END-IF.
           IF FS-PLANOS-OLD NOT EQUAL "35"
               CLOSE PLANOS-OLD PLANOS-CNV
           END-IF.
       0500-CLOSE-DATA-END. EXIT.

       0600-ROT-ABEND.
