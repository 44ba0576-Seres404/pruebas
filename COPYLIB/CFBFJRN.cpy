      *****************************************************************
      * CFBFJRN - BITACORA DE MANTENIMIENTOS AL REGISTRO DE           *
      *           BENEFICIARIOS FINALES CFBENEF HECHOS POR CF5D1BF3   *
      *           (AL ESTILO DE CFCJJRN): QUIEN, CUANDO, QUE ACCION Y *
      *           EL PORCENTAJE Y LA VIGENCIA ANTES Y DESPUES.        *
      *****************************************************************
       01  REG-CFBFJRN.
           05  CFBG-LLAVE.
               10  CFBG-CODIGO-EMPRESA         PIC X(08).
               10  CFBG-FECHA                  PIC 9(08).
               10  CFBG-HORA                   PIC 9(06).
               10  CFBG-CODIGO-PERSONA         PIC X(08).
               10  CFBG-ROL                    PIC X(01).
           05  CFBG-ACCION                     PIC X(01).
               88  CFBG-ACC-ALTA                        VALUE 'A'.
               88  CFBG-ACC-CAMBIO                      VALUE 'C'.
               88  CFBG-ACC-BAJA                        VALUE 'B'.
           05  CFBG-USUARIO                    PIC X(08).
           05  CFBG-PORCENTAJE-ANTES           PIC 9(03)V99.
           05  CFBG-PORCENTAJE-DESPUES         PIC 9(03)V99.
           05  CFBG-FECHA-DESDE-ANTES          PIC 9(08).
           05  CFBG-FECHA-DESDE-DESPUES        PIC 9(08).
           05  CFBG-FECHA-HASTA-ANTES          PIC 9(08).
           05  CFBG-FECHA-HASTA-DESPUES        PIC 9(08).
           05  FILLER                          PIC X(08).
