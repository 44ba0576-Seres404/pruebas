      *****************************************************************
      * STRECIB - RECIBOS DE COBRO EN VENTANILLA DE FORMULARIOS SAT   *
      *           (VSAM KSDS). ST5D1PG3 GRABA UN RECIBO POR CADA      *
      *           FORMULARIO COBRADO EN CAJA; LA LLAVE (FECHA, HORA   *
      *           Y TERMINAL DEL COBRO) ES EL NUMERO DE RECIBO QUE SE *
      *           ENTREGA AL CONTRIBUYENTE Y SE REPITE EN STFRJO      *
      *           (STFR-FECHA-PAGO, STFR-HORA-RECIBO-PAGO-390 Y       *
      *           STFR-TERMINAL). LA ANULACION DEL MISMO DIA LA       *
      *           SOLICITA EL CAJERO (ESTADO S) Y LA APRUEBA (A) O    *
      *           RECHAZA (R) UN SUPERVISOR DISTINTO.                 *
      *****************************************************************
       01  REG-STRECIB.
           05  STRC-LLAVE.
               10  STRC-FECHA-PAGO             PIC 9(08).
               10  STRC-HORA-PAGO              PIC 9(06).
               10  STRC-TERMINAL               PIC X(04).
           05  STRC-NUMERO-FORMULARIO          PIC 9(11).
           05  STRC-CODIGO-AGENCIA             PIC 9(06).
           05  STRC-MONTO-COBRADO              PIC 9(16)V99.
           05  STRC-USUARIO-CAJERO             PIC X(08).
           05  STRC-ESTADO                     PIC X(01).
               88  STRC-VIGENTE                         VALUE 'V'.
               88  STRC-ANULACION-SOLICITADA            VALUE 'S'.
               88  STRC-ANULADO                         VALUE 'A'.
               88  STRC-ANULACION-RECHAZADA             VALUE 'R'.
           05  STRC-USUARIO-SOLICITO           PIC X(08).
           05  STRC-HORA-SOLICITUD             PIC 9(06).
      *    MOTIVO: 01 MONTO ERRADO, 02 FORMULARIO ERRADO, 03 COBRO
      *    DUPLICADO, 04 OTRO
           05  STRC-MOTIVO-ANULACION           PIC 9(02).
               88  STRC-MOTIVO-VALIDO            VALUE 01 THRU 04.
           05  STRC-USUARIO-SUPERVISOR         PIC X(08).
           05  STRC-HORA-RESOLUCION            PIC 9(06).
           05  FILLER                          PIC X(10).
