           MOVE WRK-REF-CODE(1:2) TO CODIGO-DIS.
           READ DISTRIBS
               INVALID KEY
                   INITIALIZE REG-DIS
                   MOVE WRK-REF-CODE(1:2) TO CODIGO-DIS
                   MOVE WRK-REF-DESC      TO DESC-DIS
                   WRITE REG-DIS
