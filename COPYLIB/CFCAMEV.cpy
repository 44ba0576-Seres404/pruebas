      *****************************************************************
      * CFCAMEV - EVENTOS DE CAMBIO EN LOS DATOS DEL CLIENTE (CIF).   *
      *           CADA CAMBIO DE NOMBRE, DOCUMENTO, MARCA DE          *
      *           FALLECIDO O FUSION, DIRECCION O TELEFONO EN CFCNAT, *
      *           CFCJUR O CFDIREC DEJA AQUI UN EVENTO CON EL VALOR   *
      *           ANTES Y DESPUES. LO GRABAN CF5D1CJ3, CF5D1DI3,      *
      *           CFMERGE Y CFDIFUNT; CFCAMDIS EMPAQUETA CADA NOCHE   *
      *           LOS EVENTOS DEL DIA PARA CADA SUSCRIPTOR.           *
      *           ORIGEN = TERMINAL EN LINEA O PROGRAMA BATCH.        *
      *           VALORES SEGUN EL GRUPO:                             *
      *             NO = RAZON SOCIAL 1:40, NOMBRE COMERCIAL 41:40    *
      *             DO = NIT 1:9 (JURIDICO) O DPI 1:13 (NATURAL)      *
      *             FA = MARCA 1:1, FECHA DE FALLECIMIENTO 2:8        *
      *             FU = MARCA 1:1, CODIGO SOBREVIVIENTE 2:8          *
      *             DI = LINEA 1 1:40, LINEA 2 41:40, DEPTO 81:2,     *
      *                  MUNICIPIO 83:2                               *
      *             TE = TELEFONO 1 1:8, TELEFONO 2 9:8, CORREO 17:40 *
      *****************************************************************
       01  REG-CFCAMEV.
           05  CFCE-LLAVE.
               10  CFCE-FECHA                  PIC 9(08).
               10  CFCE-HORA                   PIC 9(06).
               10  CFCE-ORIGEN                 PIC X(08).
               10  CFCE-SECUENCIA              PIC 9(05).
           05  CFCE-CODIGO-CLIENTE             PIC X(08).
           05  CFCE-TIPO-PERSONA               PIC X(01).
               88  CFCE-NATURAL                         VALUE 'N'.
               88  CFCE-JURIDICO                        VALUE 'J'.
           05  CFCE-GRUPO                      PIC X(02).
               88  CFCE-GRUPO-NOMBRE                    VALUE 'NO'.
               88  CFCE-GRUPO-DOCUMENTO                 VALUE 'DO'.
               88  CFCE-GRUPO-FALLECIDO                 VALUE 'FA'.
               88  CFCE-GRUPO-FUSION                    VALUE 'FU'.
               88  CFCE-GRUPO-DIRECCION                 VALUE 'DI'.
               88  CFCE-GRUPO-TELEFONO                  VALUE 'TE'.
           05  CFCE-ACCION                     PIC X(01).
               88  CFCE-ACC-ALTA                        VALUE 'A'.
               88  CFCE-ACC-CAMBIO                      VALUE 'C'.
               88  CFCE-ACC-BAJA                        VALUE 'B'.
           05  CFCE-VALOR-ANTES                PIC X(100).
           05  CFCE-VALOR-DESPUES              PIC X(100).
           05  CFCE-USUARIO                    PIC X(08).
           05  CFCE-PROGRAMA                   PIC X(08).
           05  FILLER                          PIC X(20).
