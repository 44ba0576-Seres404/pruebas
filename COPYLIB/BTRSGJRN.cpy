      *****************************************************************
      * BTRSGJRN - BITACORA DE SEGURIDAD DEL PERFIL UNICO. CADA       *
      *            ALTA, CAMBIO, BAJA Y RESETEO DE USUARIO Y CADA     *
      *            PERMISO OTORGADO O REVOCADO EN BT5D1SE3 DEJA AQUI  *
      *            QUIEN LO HIZO, A QUIEN Y EL DATO ANTES Y DESPUES;  *
      *            LA SUSPENSION AUTOMATICA POR INTENTOS FALLIDOS LA  *
      *            REGISTRA BTRAUT00.                                 *
      *****************************************************************
       01  REG-BTRSGJRN.
           05  BTSJ-LLAVE.
               10  BTSJ-FECHA                  PIC 9(08).
               10  BTSJ-HORA                   PIC 9(06).
               10  BTSJ-ADMINISTRADOR          PIC X(08).
               10  BTSJ-USUARIO-AFECTADO       PIC X(08).
           05  BTSJ-ACCION                     PIC X(01).
               88  BTSJ-ALTA-USUARIO                    VALUE 'A'.
               88  BTSJ-CAMBIO-USUARIO                  VALUE 'C'.
               88  BTSJ-BAJA-USUARIO                    VALUE 'B'.
               88  BTSJ-RESET-CLAVE                     VALUE 'R'.
               88  BTSJ-OTORGA-PERMISO                  VALUE 'P'.
               88  BTSJ-REVOCA-PERMISO                  VALUE 'Q'.
               88  BTSJ-SUSPENSION-AUTOMATICA           VALUE 'X'.
           05  BTSJ-ROL                        PIC X(08).
           05  BTSJ-TRANSACCION                PIC X(08).
           05  BTSJ-ACCION-PERMISO             PIC X(01).
           05  BTSJ-DATO-ANTES                 PIC X(40).
           05  BTSJ-DATO-DESPUES               PIC X(40).
           05  BTSJ-TERMINAL                   PIC X(04).
           05  FILLER                          PIC X(18).
