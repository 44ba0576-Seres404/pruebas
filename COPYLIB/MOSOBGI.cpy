      *****************************************************************
      * MOSOBGI - LINEAS DE SOBREGIRO AUTORIZADAS SOBRE CUENTAS       *
      *           MONETARIAS. UNA LINEA POR CUENTA Y MONEDA (1=Q,     *
      *           2=D) CON EL LIMITE AUTORIZADO, LA VIGENCIA Y EL     *
      *           USUARIO (PERFIL UNICO BTRUSER) QUE LA               *
      *           APROBO. LA CAPTURA MO5D1SG3; EL POSTEO MODIARIO     *
      *           SUMA EL LIMITE VIGENTE AL SALDO LIBRE ANTES DE      *
      *           RECHAZAR UN DEBITO POR FONDOS INSUFICIENTES, Y      *
      *           MOSOBREP LISTA A DIARIO LAS CUENTAS QUE USAN SU     *
      *           LINEA Y LAS NEGATIVAS SIN LINEA.                    *
      *****************************************************************
       01  REG-MOSOBGI.
           05  MOSG-LLAVE.
               10  MOSG-CUENTA                 PIC X(16).
               10  MOSG-MONEDA                 PIC 9(01).
           05  MOSG-LIMITE                     PIC S9(11)V99 COMP-3.
           05  MOSG-FECHA-AUTORIZACION         PIC 9(08).
           05  MOSG-FECHA-VENCIMIENTO          PIC 9(08).
           05  MOSG-USUARIO-APROBO             PIC X(08).
           05  MOSG-ESTADO                     PIC X(01).
               88  MOSG-VIGENTE                         VALUE 'V'.
               88  MOSG-CANCELADA                       VALUE 'C'.
           05  MOSG-FECHA-CANCELACION          PIC 9(08).
           05  FILLER                          PIC X(12).
