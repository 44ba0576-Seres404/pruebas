      *****************************************************************
      * BTRSESN - FIRMA VIGENTE POR TERMINAL. BT5D1FI3 LA GRABA AL    *
      *           FIRMARSE EL USUARIO Y LA BORRA AL SALIR; BTRAUT00   *
      *           LA LEE EN CADA TRANSACCION PARA SABER QUIEN ESTA    *
      *           TRABAJANDO EN LA TERMINAL. UNA FIRMA DE OTRO DIA    *
      *           YA NO ES VALIDA Y OBLIGA A FIRMARSE DE NUEVO.       *
      *****************************************************************
       01  REG-BTRSESN.
           05  BTRS-LLAVE.
               10  BTRS-TERMINAL               PIC X(04).
           05  BTRS-USUARIO                    PIC X(08).
           05  BTRS-FECHA-FIRMA                PIC 9(08).
           05  BTRS-HORA-FIRMA                 PIC 9(06).
           05  FILLER                          PIC X(14).
