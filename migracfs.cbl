                                          CFSH-ACT-GENERADOR-DIVISAS-Q
           MOVE CFSI-ACT-GENERADOR-DIVISAS-D TO
                                          CFSH-ACT-GENERADOR-DIVISAS-D
           MOVE CFSI-ORIGEN-MAESTRO          TO CFSH-ORIGEN-MAESTRO

           WRITE REG-CFSIHIS
           END-WRITE
