      *****************************************************************
      * EDSOCPA - RECIBOS DE MEMBRESIA DE LOS SOCIOS DEL VIDEOCLUB.   *
      *           CADA COBRO DE LA CUOTA ANUAL (CUOTASOCIO DE         *
      *           EDTARIF) HECHO EN ED3D1SM3, SEA EN EL ALTA O EN LA  *
      *           RENOVACION, DEJA AQUI SU TRAZA: SOCIO, FECHA, HORA, *
      *           TERMINAL, USUARIO, MONTO Y EL VENCIMIENTO ANTERIOR  *
      *           Y NUEVO DE LA MEMBRESIA.                            *
      *****************************************************************
       01  REG-EDSOCPA.
           05  EDSP-LLAVE.
               10  EDSP-SOCIO                  PIC X(08).
               10  EDSP-FECHA                  PIC 9(08).
               10  EDSP-HORA                   PIC 9(06).
           05  EDSP-TIPO                       PIC X(01).
               88  EDSP-ALTA                            VALUE 'A'.
               88  EDSP-RENOVACION                      VALUE 'R'.
           05  EDSP-MONTO                      PIC 9(05)V99.
           05  EDSP-VENCE-ANTERIOR             PIC 9(08).
           05  EDSP-VENCE-NUEVO                PIC 9(08).
           05  EDSP-TERMINAL                   PIC X(04).
           05  EDSP-USUARIO                    PIC X(08).
           05  FILLER                          PIC X(13).
