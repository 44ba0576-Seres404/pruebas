      *****************************************************************
      * BTRUSER - PERFIL DE USUARIO UNICO DEL BANCO PARA LAS          *
      *           TRANSACCIONES EN LINEA DE TARJETA (TL), MONETARIO   *
      *           (MO), CIF (CF) Y OPERACIONES (BT). EL USUARIO SE    *
      *           FIRMA EN BT5D1FI3 Y CADA TRANSACCION PREGUNTA A LA  *
      *           RUTINA BTRAUT00 SI ALGUNO DE SUS ROLES TIENE        *
      *           PERMISO EN BTRPERM. TRES INTENTOS FALLIDOS SEGUIDOS *
      *           SUSPENDEN AL USUARIO; EL LEVANTE, LOS ROLES Y LA    *
      *           BAJA SE ADMINISTRAN EN BT5D1SE3.                    *
      *****************************************************************
       01  REG-BTRUSER.
           05  BTRU-LLAVE.
               10  BTRU-USUARIO                PIC X(08).
           05  BTRU-NOMBRE                     PIC X(40).
           05  BTRU-CLAVE                      PIC X(08).
           05  BTRU-ROLES.
               10  BTRU-ROL                    PIC X(08)
                                               OCCURS 5 TIMES.
           05  BTRU-ESTADO                     PIC X(01).
               88  BTRU-ACTIVO                          VALUE 'A'.
               88  BTRU-SUSPENDIDO                      VALUE 'X'.
               88  BTRU-DADO-DE-BAJA                    VALUE 'B'.
           05  BTRU-INTENTOS-FALLIDOS          PIC 9(01).
           05  BTRU-FECHA-ULT-CAMBIO-CLAVE     PIC 9(08).
           05  BTRU-FECHA-ULT-FIRMA            PIC 9(08).
           05  BTRU-HORA-ULT-FIRMA             PIC 9(06).
           05  BTRU-TERMINAL-ULT-FIRMA         PIC X(04).
           05  BTRU-FECHA-ALTA                 PIC 9(08).
           05  BTRU-FECHA-ULT-CAMBIO           PIC 9(08).
           05  BTRU-USUARIO-ULT-CAMBIO         PIC X(08).
           05  FILLER                          PIC X(20).
