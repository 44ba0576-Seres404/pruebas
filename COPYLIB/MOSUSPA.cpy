      *****************************************************************
      * MOSUSPA - ORDENES DE NO PAGO (SUSPENSION) DE CHEQUES DE       *
      *           CUENTAS MONETARIAS. UNA ORDEN POR CUENTA Y NUMERO   *
      *           DE CHEQUE CON MOTIVO, VIGENCIA Y USUARIOS QUE LA    *
      *           REGISTRARON Y LEVANTARON. LA CAPTURA MO5D1CH3; EL   *
      *           POSTEO MODIARIO RECHAZA A MORECHQ EL PAGO DE UN     *
      *           CHEQUE CON ORDEN VIGENTE Y NO VENCIDA, Y MOSUSREP   *
      *           LISTA CADA MES LAS ORDENES PROXIMAS A VENCER.       *
      *****************************************************************
       01  REG-MOSUSPA.
           05  MOSP-LLAVE.
               10  MOSP-CUENTA                 PIC X(16).
               10  MOSP-CHEQUE                 PIC 9(08).
           05  MOSP-MOTIVO                     PIC X(01).
               88  MOSP-EXTRAVIO                        VALUE 'E'.
               88  MOSP-ROBO                            VALUE 'R'.
               88  MOSP-DISPUTA                         VALUE 'D'.
               88  MOSP-OTRO                            VALUE 'O'.
               88  MOSP-MOTIVO-VALIDO           VALUE 'E' 'R' 'D' 'O'.
           05  MOSP-DESCRIPCION                PIC X(30).
           05  MOSP-FECHA-REGISTRO             PIC 9(08).
           05  MOSP-FECHA-VENCIMIENTO          PIC 9(08).
           05  MOSP-USUARIO-REGISTRO           PIC X(08).
           05  MOSP-ESTADO                     PIC X(01).
               88  MOSP-VIGENTE                         VALUE 'V'.
               88  MOSP-LEVANTADA                       VALUE 'L'.
           05  MOSP-FECHA-LEVANTAMIENTO        PIC 9(08).
           05  MOSP-USUARIO-LEVANTO            PIC X(08).
           05  FILLER                          PIC X(15).
