      *****************************************************************
      * MOACHOR - ORDENES DE TRANSFERENCIA ACH SALIENTES DE CUENTAS   *
      *           MONETARIAS (VSAM KSDS). LA CAPTURA EN LINEA         *
      *           MO5D1AC3 DEBITA LA CUENTA Y GRABA LA ORDEN          *
      *           PENDIENTE; LA LLAVE (FECHA, HORA Y TERMINAL DE LA   *
      *           CAPTURA) VIAJA COMO REFERENCIA DE RASTREO EN EL     *
      *           ARCHIVO ACH. MOACHENV LA ENVIA (ESTADO E) Y         *
      *           MOACHDEV, SI EL ACH LA DEVUELVE, ACREDITA DE NUEVO  *
      *           LA CUENTA Y LA DEJA DEVUELTA CON SU MOTIVO.         *
      *****************************************************************
       01  REG-MOACHOR.
           05  MOAO-LLAVE.
               10  MOAO-FECHA-ORDEN            PIC 9(08).
               10  MOAO-HORA-ORDEN             PIC 9(06).
               10  MOAO-TERMINAL               PIC X(04).
           05  MOAO-CUENTA                     PIC X(16).
           05  MOAO-AGENCIA                    PIC 9(03).
           05  MOAO-DOCUMENTO                  PIC 9(08).
           05  MOAO-MONTO                      PIC S9(09)V99  COMP-3.
           05  MOAO-BANCO-DESTINO              PIC 9(04).
           05  MOAO-CUENTA-DESTINO             PIC X(20).
           05  MOAO-BENEFICIARIO               PIC X(30).
           05  MOAO-CODIGO-DEBITO              PIC 9(02).
           05  MOAO-ESTADO                     PIC X(01).
               88  MOAO-PENDIENTE                       VALUE 'P'.
               88  MOAO-ENVIADA                         VALUE 'E'.
               88  MOAO-DEVUELTA                        VALUE 'D'.
           05  MOAO-FECHA-ENVIO                PIC 9(08).
           05  MOAO-FECHA-DEVOLUCION           PIC 9(08).
           05  MOAO-MOTIVO-DEVOLUCION          PIC 9(02).
           05  FILLER                          PIC X(20).
