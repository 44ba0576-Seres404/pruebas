      *****************************************************************
      * EDRESER - FILA DE RESERVAS DE TITULOS DEL VIDEOCLUB. CUANDO   *
      *           TODAS LAS COPIAS DE UN TITULO ESTAN FUERA, EL       *
      *           MOSTRADOR (ED3D1VC3, ACCION R) DEJA AL SOCIO EN LA  *
      *           FILA EN ORDEN DE LLEGADA (FECHA Y HORA DE LA        *
      *           SOLICITUD). AL DEVOLVERSE UNA COPIA DEL TITULO, EL  *
      *           CHECK-IN LA RETIENE PARA EL PRIMERO EN ESPERA (L)   *
      *           LOS DIAS DEL CODIGO DIASRESERV DE EDTARIF; SOLO ESE *
      *           SOCIO PUEDE RENTARLA (A). EL BATCH DIARIO EDRESREP  *
      *           LISTA LAS RESERVAS LISTAS PARA LLAMAR Y LIBERA LAS  *
      *           RETENCIONES VENCIDAS (V), PASANDO LA COPIA AL       *
      *           SIGUIENTE EN LA FILA. C = ANULADA POR EL SOCIO.     *
      *****************************************************************
       01  REG-EDRESER.
           05  EDRS-LLAVE.
               10  EDRS-PELICULA               PIC 9(05).
               10  EDRS-FECHA-SOLICITUD        PIC 9(08).
               10  EDRS-HORA-SOLICITUD         PIC 9(06).
               10  EDRS-SOCIO                  PIC X(08).
           05  EDRS-ESTADO                     PIC X(01).
               88  EDRS-EN-ESPERA                       VALUE 'E'.
               88  EDRS-LISTA                           VALUE 'L'.
               88  EDRS-ATENDIDA                        VALUE 'A'.
               88  EDRS-VENCIDA                         VALUE 'V'.
               88  EDRS-ANULADA                         VALUE 'C'.
               88  EDRS-ACTIVA                          VALUE 'E' 'L'.
           05  EDRS-COPIA                      PIC 9(02).
           05  EDRS-FECHA-RETENCION            PIC 9(08).
           05  EDRS-FECHA-VENCE                PIC 9(08).
           05  EDRS-FECHA-CIERRE               PIC 9(08).
           05  EDRS-TERMINAL                   PIC X(04).
           05  FILLER                          PIC X(20).
