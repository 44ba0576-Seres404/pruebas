           MOVE CFSH-ACT-GENERADOR-DIVISAS-Q
             TO SNAP-ACT-GENERADOR-DIVISAS-Q
           MOVE CFSH-ACT-GENERADOR-DIVISAS-D
             TO SNAP-ACT-GENERADOR-DIVISAS-D
           MOVE CFSH-ORIGEN-MAESTRO          TO SNAP-ORIGEN-MAESTRO.
       320-ARMA-DESDE-HISTORIA-E. EXIT.

       330-ESCRIBE-SNAPSAL SECTION.
