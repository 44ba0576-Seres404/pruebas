           05  MOCI-LLAVE.
               10  MOCI-CUENTA                 PIC X(16).
           05  MOCI-FECHA-CIERRE               PIC 9(08).
           05  MOCI-USUARIO-CERRO              PIC X(08).
           05  MOCI-SITUACION-CIERRE           PIC 9(02).
           05  MOCI-CUENTA-DESTINO             PIC X(16).
           05  MOCI-REMANENTE-Q                PIC S9(09)V99 COMP-3.
               88  MOCI-CERRADA-SIN-SALDO               VALUE 'C'.
               88  MOCI-DESEMBOLSO-PENDIENTE            VALUE 'P'.
               88  MOCI-DESEMBOLSADA                    VALUE 'D'.
           05  FILLER                          PIC X(09).
