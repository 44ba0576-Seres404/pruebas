      *****************************************************************
      * TLQUITA - PROPUESTAS DE QUITA DE COBRANZA. EL ANALISTA        *
      *           NEGOCIA UN PAGO UNICO MENOR AL SALDO EN MORA DE LOS *
      *           ANEXOS TLAXLQ/TLAXLD/TIAXL1 Y LO PROPONE EN         *
      *           TL5D1QT3, QUE CALCULA EL PORCENTAJE DE QUITA Y EL   *
      *           NIVEL DE AUTORIDAD QUE DEBE APROBARLA (TLTGEN TLT   *
      *           018). UN APROBADOR DE ESE NIVEL O SUPERIOR LA       *
      *           APRUEBA O LA RECHAZA. EL BATCH NOCTURNO TLQUITBA    *
      *           VERIFICA EL PAGO EN LOS ANEXOS, CONTABILIZA LO      *
      *           PERDONADO, CIERRA LOS CICLOS DE TLIMOR Y LA MARCA   *
      *           APLICADA, O LA VENCE AL PASAR LA FECHA LIMITE.      *
      *           UNA SOLA PROPUESTA VIGENTE (P O A) POR CUENTA.      *
      *****************************************************************
       01  REG-TLQUITA.
           05  TLQT-LLAVE.
               10  TLQT-CUENTA                 PIC X(16).
               10  TLQT-MONEDA                 PIC 9(01).
               10  TLQT-FECHA-PROPUESTA        PIC 9(08).
               10  TLQT-HORA-PROPUESTA         PIC 9(06).
           05  TLQT-SALDO-ADEUDADO             PIC S9(09)V99.
           05  TLQT-PAGO-PROPUESTO             PIC 9(09)V99.
           05  TLQT-MONTO-QUITA                PIC 9(09)V99.
           05  TLQT-PORCENTAJE-QUITA           PIC 9(03)V99.
           05  TLQT-NIVEL-REQUERIDO            PIC 9(01).
           05  TLQT-FECHA-LIMITE-PAGO          PIC 9(08).
           05  TLQT-ESTADO                     PIC X(01).
               88  TLQT-PENDIENTE                       VALUE 'P'.
               88  TLQT-APROBADA                        VALUE 'A'.
               88  TLQT-RECHAZADA                       VALUE 'R'.
               88  TLQT-VENCIDA                         VALUE 'V'.
               88  TLQT-APLICADA                        VALUE 'C'.
               88  TLQT-VIGENTE                         VALUE 'P' 'A'.
           05  TLQT-ANALISTA                   PIC X(08).
           05  TLQT-APROBADOR                  PIC X(08).
           05  TLQT-NIVEL-APROBADOR            PIC 9(01).
           05  TLQT-FECHA-RESOLUCION           PIC 9(08).
           05  TLQT-MOTIVO-RECHAZO             PIC X(30).
           05  TLQT-FECHA-APLICACION           PIC 9(08).
           05  TLQT-FECHA-APLICACION-R REDEFINES TLQT-FECHA-APLICACION.
               10  TLQT-PERIODO-APLICACION     PIC 9(06).
               10  FILLER                      PIC 9(02).
           05  TLQT-PAGO-RECIBIDO              PIC S9(09)V99.
           05  TLQT-MONTO-PERDONADO            PIC S9(09)V99.
           05  TLQT-CICLOS-CERRADOS            PIC 9(02).
           05  FILLER                          PIC X(20).
