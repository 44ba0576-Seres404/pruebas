      *****************************************************************
      * BTRCORR - BITACORA DE CORRIMIENTOS DE FECHA PROGRAMADA. LA    *
      *           RUTINA COMUN BTRCOR00 DEJA AQUI CADA PAGO O         *
      *           VENCIMIENTO QUE SE EJECUTA EN LA FECHA DE PROCESO   *
      *           PORQUE SU FECHA NOMINAL CAYO EN FIN DE SEMANA O     *
      *           FERIADO DE TLCALEN Y SE CORRIO SEGUN LA REGLA DEL   *
      *           PRODUCTO (TLTGEN TABLA 015): F=SIGUIENTE HABIL,     *
      *           M=SIGUIENTE HABIL SIN CAMBIAR DE MES, P=ANTERIOR    *
      *           HABIL. LA LISTA EL REPORTE BTRCORRP.                *
      *****************************************************************
       01  REG-BTRCORR.
           05  BTCR-LLAVE.
               10  BTCR-FECHA-PROCESO          PIC 9(08).
               10  BTCR-PRODUCTO               PIC X(10).
               10  BTCR-REFERENCIA             PIC X(32).
               10  BTCR-FECHA-NOMINAL          PIC 9(08).
           05  BTCR-FECHA-AJUSTADA             PIC 9(08).
           05  BTCR-REGLA                      PIC X(01).
               88  BTCR-SIGUIENTE                       VALUE 'F'.
               88  BTCR-SIGUIENTE-MODIFICADO            VALUE 'M'.
               88  BTCR-ANTERIOR                        VALUE 'P'.
           05  BTCR-PROGRAMA                   PIC X(08).
           05  BTCR-HORA                       PIC 9(06).
           05  FILLER                          PIC X(19).
