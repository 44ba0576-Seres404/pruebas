      *    DIFERIDO CON LA FECHA DEL CORTE QUE LO DEJO FUERA; EL
      *    CORTE DE UNA FECHA POSTERIOR LO REMITE SIN MIRAR LA HORA
           05  STFR-FECHA-DIFERIDO             PIC 9(08).
      *    COBRO EN VENTANILLA (PROCEDENCIA 2, ST5D1PG3): FECHA Y
      *    TERMINAL DEL COBRO; CON LA HORA FORMAN EL NUMERO DE RECIBO,
      *    LLAVE DEL REGISTRO DEL RECIBO EN STRECIB
           05  STFR-FECHA-PAGO                 PIC 9(08).
           05  STFR-TERMINAL                   PIC X(04).
      *    RECIBO DE VENTANILLA ANULADO EL MISMO DIA CON APROBACION DE
      *    SUPERVISOR: QUEDA SIN PAGO Y NINGUN CORTE NI COMISION LO
      *    TOMA; EL FORMULARIO SE PUEDE VOLVER A COBRAR
           05  STFR-FLAG-ANULADO               PIC X(01).
               88  STFR-ANULADO                         VALUE 'A'.
