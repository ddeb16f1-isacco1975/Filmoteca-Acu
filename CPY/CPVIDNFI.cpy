              88 NTF-AVISO-FINAL       VALUE 'F'.
              88 NTF-RESERVA           VALUE 'R'.
              88 NTF-CHEGADA           VALUE 'C'.
      *       PROMOTIONAL MAILING - ONLY EVER SENT TO A BORROWER WHO
      *       HAS OPTED IN TO MARKETING (CONSENT-MKT-LOC).
              88 NTF-MARKETING         VALUE 'M'.
           05 TEXTO-NTF             PIC X(60).
           05 DATA-NTF              PIC 9(08).
           05 DATA-ENVIO-NTF        PIC 9(08).
