      *****************************************************************
      * BTRPERM - PERMISOS POR ROL, TRANSACCION Y ACCION. LA          *
      *           TRANSACCION ES EL NOMBRE DEL PROGRAMA EN LINEA Y LA *
      *           ACCION LA LETRA QUE EL USUARIO TECLEA EN SU MAPA;   *
      *           ACCION '*' CONCEDE TODAS LAS ACCIONES DE LA         *
      *           TRANSACCION. TENER CUALQUIER FILA DE LA TRANSACCION *
      *           PERMITE ENTRAR A ELLA; LAS ACCIONES DE SUPERVISOR   *
      *           EXIGEN ADEMAS SU FILA PROPIA (O '*').               *
      *****************************************************************
       01  REG-BTRPERM.
           05  BTRP-LLAVE.
               10  BTRP-ROL                    PIC X(08).
               10  BTRP-TRANSACCION            PIC X(08).
               10  BTRP-ACCION                 PIC X(01).
                   88  BTRP-TODAS-LAS-ACCIONES          VALUE '*'.
           05  BTRP-DESCRIPCION                PIC X(40).
           05  BTRP-FECHA-ULT-CAMBIO           PIC 9(08).
           05  BTRP-USUARIO-ULT-CAMBIO         PIC X(08).
           05  FILLER                          PIC X(07).
