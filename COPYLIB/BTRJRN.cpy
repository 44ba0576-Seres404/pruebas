               88  BTRJ-MARCO-FALLIDO                   VALUE 'F'.
               88  BTRJ-FORZO-COMPLETO                  VALUE 'C'.
           05  BTRJ-RESULTADO-ANTES            PIC X(01).
           05  BTRJ-USUARIO                    PIC X(08).
           05  FILLER                          PIC X(08).
