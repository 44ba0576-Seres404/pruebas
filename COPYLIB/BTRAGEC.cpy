      *****************************************************************
      * BTRAGEC - AREA DE COMUNICACION DE LA RUTINA BTRAGE00. CON LA  *
      *           ACCION BUSCA RECIBE EL CODIGO DE AGENCIA Y DEVUELVE *
      *           SU NOMBRE, REGION, DISTRITO (CON SUS NOMBRES DE     *
      *           CFTGEN CFT 013), GERENTE, FECHAS Y EL RESULTADO:    *
      *           A = ABIERTA, C = CERRADA, N = NO REGISTRADA (EN     *
      *           ESTE CASO REGION Y DISTRITO VAN EN ESPACIOS PARA    *
      *           QUE LOS REPORTES LA AGRUPEN APARTE). LA ACCION      *
      *           CIERRA CIERRA LOS ARCHIVOS AL FINAL DEL JOB.        *
      *****************************************************************
       01  BTAC-AREA.
           05  BTAC-ACCION                     PIC X(08).
               88  BTAC-BUSCA                           VALUE 'BUSCA'.
               88  BTAC-CIERRA                          VALUE 'CIERRA'.
           05  BTAC-AGENCIA                    PIC 9(04).
           05  BTAC-NOMBRE                     PIC X(40).
           05  BTAC-REGION                     PIC X(03).
           05  BTAC-NOMBRE-REGION              PIC X(30).
           05  BTAC-DISTRITO                   PIC X(03).
           05  BTAC-NOMBRE-DISTRITO            PIC X(30).
           05  BTAC-GERENTE                    PIC X(40).
           05  BTAC-FECHA-APERTURA             PIC 9(08).
           05  BTAC-FECHA-CIERRE               PIC 9(08).
           05  BTAC-RESULTADO                  PIC X(01).
               88  BTAC-ABIERTA                         VALUE 'A'.
               88  BTAC-CERRADA                         VALUE 'C'.
               88  BTAC-NO-REGISTRADA                   VALUE 'N'.
