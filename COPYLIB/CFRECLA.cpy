      *****************************************************************
      * CFRECLA - REGISTRO DE RECLAMOS DE CLIENTES SOBRE CUENTAS      *
      *           MONETARIAS (MO), AHORRO EDUCATIVO (ED), PAGOS SAT   *
      *           (ST) Y FONDOS MUTUALISTAS (FP). LA LLAVE (FECHA,    *
      *           HORA Y TERMINAL DE LA CAPTURA) ES EL NUMERO DE      *
      *           RECLAMO QUE SE DA AL CLIENTE. LA CATEGORIA Y SU     *
      *           PLAZO LEGAL DE RESPUESTA ESTAN EN CFTGEN CFT 011.   *
      *           LO CAPTURA Y RESUELVE CF5D1RC3; CFRCLVEN LISTA LOS  *
      *           PROXIMOS A VENCER Y VENCIDOS Y CFRCLEST DA LA       *
      *           ESTADISTICA MENSUAL PARA EL REGULADOR.              *
      *****************************************************************
       01  REG-CFRECLA.
           05  CFRL-LLAVE.
               10  CFRL-FECHA-REGISTRO         PIC 9(08).
               10  CFRL-HORA-REGISTRO          PIC 9(06).
               10  CFRL-TERMINAL               PIC X(04).
           05  CFRL-CODIGO-CLIENTE             PIC X(08).
           05  CFRL-TIPO-PERSONA               PIC X(01).
               88  CFRL-NATURAL                         VALUE 'N'.
               88  CFRL-JURIDICO                        VALUE 'J'.
           05  CFRL-PRODUCTO                   PIC X(02).
               88  CFRL-PROD-MONETARIA                  VALUE 'MO'.
               88  CFRL-PROD-AHORRO-EDUCATIVO           VALUE 'ED'.
               88  CFRL-PROD-PAGO-SAT                   VALUE 'ST'.
               88  CFRL-PROD-FONDOS                     VALUE 'FP'.
               88  CFRL-PRODUCTO-VALIDO      VALUE 'MO' 'ED' 'ST' 'FP'.
      *    CUENTA DEL PRODUCTO; EN PAGOS SAT, NUMERO DE FORMULARIO
           05  CFRL-CUENTA                     PIC X(16).
           05  CFRL-CATEGORIA                  PIC X(02).
           05  CFRL-FECHA-RECIBIDO             PIC 9(08).
           05  CFRL-CANAL                      PIC X(01).
               88  CFRL-CANAL-AGENCIA                   VALUE 'A'.
               88  CFRL-CANAL-TELEFONO                  VALUE 'T'.
               88  CFRL-CANAL-CORREO                    VALUE 'E'.
               88  CFRL-CANAL-WEB                       VALUE 'W'.
               88  CFRL-CANAL-CARTA                     VALUE 'C'.
               88  CFRL-CANAL-VALIDO      VALUE 'A' 'T' 'E' 'W' 'C'.
           05  CFRL-RESPONSABLE                PIC X(08).
           05  CFRL-PLAZO-DIAS                 PIC 9(03).
           05  CFRL-FECHA-LIMITE               PIC 9(08).
           05  CFRL-DESCRIPCION                PIC X(60).
           05  CFRL-ESTADO                     PIC X(01).
               88  CFRL-ABIERTO                         VALUE 'A'.
               88  CFRL-RESUELTO                        VALUE 'R'.
           05  CFRL-RESULTADO                  PIC X(01).
               88  CFRL-A-FAVOR                         VALUE 'F'.
               88  CFRL-PARCIAL                         VALUE 'P'.
               88  CFRL-DESFAVORABLE                    VALUE 'D'.
               88  CFRL-RESULTADO-VALIDO          VALUE 'F' 'P' 'D'.
           05  CFRL-RESOLUCION                 PIC X(60).
           05  CFRL-FECHA-RESOLUCION           PIC 9(08).
           05  CFRL-USUARIO-RESOLVIO           PIC X(08).
           05  CFRL-USUARIO-REGISTRO           PIC X(08).
           05  CFRL-USUARIO-ULT-CAMBIO         PIC X(08).
           05  CFRL-FECHA-ULT-CAMBIO           PIC 9(08).
           05  FILLER                          PIC X(20).
