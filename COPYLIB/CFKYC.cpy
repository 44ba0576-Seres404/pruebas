      *****************************************************************
      * CFKYC  - CONTROL DE ACTUALIZACION DE DATOS DEL CLIENTE (KYC). *
      *          UN REGISTRO POR CLIENTE DE CFCNAT O CFCJUR CON SU    *
      *          NIVEL DE RIESGO, ULTIMA REVISION, PROXIMA REVISION   *
      *          Y REVISOR. LA PERIODICIDAD POR RIESGO (MESES) Y LOS  *
      *          DIAS DE GRACIA ESTAN EN CFTGEN CFT 010. CFKYCREV     *
      *          MARCA RESTRINGIDO AL CLIENTE VENCIDO MAS ALLA DE LA  *
      *          GRACIA Y LA REVISION EN CF5D1KY3 LO LIBERA. LAS      *
      *          APERTURAS (MOCONVER, MO5D1CO3) RECHAZAN RESTRINGIDOS *
      *****************************************************************
       01  REG-CFKYC.
           05  CFKY-LLAVE.
               10  CFKY-CODIGO-CLIENTE         PIC X(08).
           05  CFKY-TIPO-PERSONA               PIC X(01).
               88  CFKY-NATURAL                         VALUE 'N'.
               88  CFKY-JURIDICO                        VALUE 'J'.
           05  CFKY-NIVEL-RIESGO               PIC X(01).
               88  CFKY-RIESGO-ALTO                     VALUE 'A'.
               88  CFKY-RIESGO-MEDIO                    VALUE 'M'.
               88  CFKY-RIESGO-BAJO                     VALUE 'B'.
               88  CFKY-RIESGO-VALIDO             VALUE 'A' 'M' 'B'.
           05  CFKY-AGENCIA                    PIC 9(04).
           05  CFKY-FECHA-ULT-REVISION         PIC 9(08).
           05  CFKY-FECHA-PROX-REVISION        PIC 9(08).
           05  CFKY-REVISOR                    PIC X(08).
           05  CFKY-RESTRICCION                PIC X(01).
               88  CFKY-RESTRINGIDO                     VALUE 'S'.
               88  CFKY-SIN-RESTRICCION                 VALUE 'N' ' '.
           05  CFKY-FECHA-RESTRICCION          PIC 9(08).
           05  CFKY-USUARIO-ULT-CAMBIO         PIC X(08).
           05  CFKY-FECHA-ULT-CAMBIO           PIC 9(08).
           05  FILLER                          PIC X(17).
