      **
      * COPY BOOK RECORD LAYOUT - POSTAL-CODE (CEP) REFERENCE DATA
      * FILE - LOADED FROM THE POST OFFICE LIST BY CGVIDPRG AND READ
      * BY LCVIDPRG TO FILL IN THE ADDRESS AS THE CEP IS KEYED. A
      * CEP THAT COVERS A WHOLE TOWN CARRIES NO STREET
      **
       01  REG-CEP.
           05 CEP-REF               PIC 9(08).
           05 LOGRADOURO-CEP        PIC X(40).
           05 BAIRRO-CEP            PIC X(25).
           05 CIDADE-CEP            PIC X(25).
           05 UF-CEP                PIC X(02).
