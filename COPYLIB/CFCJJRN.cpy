           05  CFCG-ACCION                     PIC X(01).
               88  CFCG-ACC-ALTA                        VALUE 'A'.
               88  CFCG-ACC-CAMBIO                      VALUE 'C'.
           05  CFCG-USUARIO                    PIC X(08).
           05  CFCG-RAZON-ANTES                PIC X(40).
           05  CFCG-RAZON-DESPUES              PIC X(40).
           05  FILLER                          PIC X(09).
