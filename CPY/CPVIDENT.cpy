      **
      * COPY BOOK RECORD LAYOUT - DELIVERY AND COLLECTION ORDER DATA
      * FILE (ENVIDPRG) - ONE ROW PER TRIP THE VAN MAKES FOR A LOAN:
      * TAKING THE DISC OUT TO THE BORROWER OR FETCHING IT BACK.
      * CHAVE-ROTA-ENT (DAY, DRIVER, ZONE) IS THE ORDER THE ROUTE
      * SHEET IS PRINTED IN. THE FEE IS THE ZONE'S AT THE TIME OF
      * ORDERING; COBRAR-ENT IS WHAT THE DRIVER TAKES AT THE DOOR -
      * ZERO WHEN THE FEE GOES ON A CHARGE ACCOUNT (CONTA-ENT).
      * NUM-PAG-ENT IS THE PAYMENTS ROW THE FEE WAS POSTED ON WHEN
      * THE SHEET WAS KEYED BACK.
      **
       01  REG-ENT.
           05 NUM-ENT               PIC 9(06).
           05 CHAVE-ROTA-ENT.
              10 DATA-ENT           PIC 9(08).
              10 MOTORISTA-ENT      PIC X(08).
              10 ZONA-ENT           PIC 9(02).
           05 NUM-EMP-ENT           PIC 9(05).
           05 NUM-LOC-ENT           PIC 9(05).
           05 TIPO-ENT              PIC X(01).
              88 ENT-ENTREGA           VALUE 'E'.
              88 ENT-COLETA            VALUE 'C'.
           05 FAIXA-ENT             PIC X(01).
              88 FAIXA-MANHA           VALUE 'M'.
              88 FAIXA-TARDE           VALUE 'T'.
              88 FAIXA-NOITE           VALUE 'N'.
           05 TAXA-ENT              PIC 9(03)V9(02).
           05 COBRAR-ENT            PIC 9(03)V9(02).
           05 CONTA-ENT             PIC 9(05).
           05 ENT-STATUS            PIC X(01).
              88 ENT-PENDENTE          VALUE 'P'.
              88 ENT-EM-ROTA           VALUE 'R'.
              88 ENT-ENTREGUE          VALUE 'E'.
              88 ENT-COLETADA          VALUE 'C'.
              88 ENT-FALHOU            VALUE 'F'.
              88 ENT-CANCELADA         VALUE 'X'.
              88 ENT-ABERTA            VALUE 'P' 'R'.
           05 DATA-PEDIDO-ENT       PIC 9(08).
           05 OPERADOR-ENT          PIC X(08).
           05 DATA-BAIXA-ENT        PIC 9(08).
           05 OPERADOR-BAIXA-ENT    PIC X(08).
           05 NUM-PAG-ENT           PIC 9(07).
