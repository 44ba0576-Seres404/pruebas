      *****************************************************************
      * BTRAUTC - COMMAREA DE LA RUTINA DE SEGURIDAD BTRAUT00.        *
      *           FUNCION F = FIRMA (USUARIO Y CLAVE, CLAVE NUEVA     *
      *           OPCIONAL), S = SALIDA DE LA TERMINAL, A = AUTORIZA  *
      *           LA TRANSACCION Y ACCION PARA EL USUARIO FIRMADO EN  *
      *           LA TERMINAL (ACCION EN ESPACIOS = ENTRAR A LA       *
      *           TRANSACCION). DEVUELVE EL USUARIO PARA LAS          *
      *           BITACORAS, EL RESULTADO Y EL MENSAJE PARA EL MAPA.  *
      *****************************************************************
       01  BTAU-COMMAREA.
           05  BTAU-FUNCION                    PIC X(01).
               88  BTAU-FIRMA                           VALUE 'F'.
               88  BTAU-SALIDA                          VALUE 'S'.
               88  BTAU-AUTORIZA                        VALUE 'A'.
           05  BTAU-TERMINAL                   PIC X(04).
           05  BTAU-USUARIO                    PIC X(08).
           05  BTAU-CLAVE                      PIC X(08).
           05  BTAU-CLAVE-NUEVA                PIC X(08).
           05  BTAU-TRANSACCION                PIC X(08).
           05  BTAU-ACCION                     PIC X(01).
           05  BTAU-NOMBRE                     PIC X(40).
           05  BTAU-RESULTADO                  PIC X(01).
               88  BTAU-AUTORIZADO                      VALUE 'S'.
               88  BTAU-DENEGADO                        VALUE 'N'.
           05  BTAU-MENSAJE                    PIC X(60).
