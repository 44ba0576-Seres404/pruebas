      *****************************************************************
      * BTRRETEN - PARAMETROS DE RETENCION DE LAS BITACORAS. UN       *
      *            REGISTRO POR BITACORA CON LOS MESES QUE SE         *
      *            CONSERVAN EN LINEA; LA DEPURACION BTRDEPUR ARCHIVA *
      *            LO ANTERIOR AL CORTE Y DEJA AQUI LA FECHA DE LA    *
      *            ULTIMA DEPURACION Y EL CORTE APLICADO. UNA         *
      *            BITACORA SIN REGISTRO (O CON CERO MESES) NO SE     *
      *            DEPURA.                                            *
      *****************************************************************
       01  REG-BTRRETEN.
           05  BTRR-LLAVE.
               10  BTRR-BITACORA               PIC X(08).
           05  BTRR-MESES-RETENCION            PIC 9(03).
           05  BTRR-ULTIMA-DEPURACION          PIC 9(08).
           05  BTRR-ULTIMO-CORTE               PIC 9(08).
           05  FILLER                          PIC X(13).
