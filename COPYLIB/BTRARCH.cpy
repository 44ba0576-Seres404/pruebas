      *****************************************************************
      * BTRARCH - GENERACION DE ARCHIVO DE LAS BITACORAS DEPURADAS.   *
      *           CADA CORRIDA DE BTRDEPUR ESCRIBE UNA GENERACION     *
      *           NUEVA CON LOS REGISTROS VENCIDOS DE TODAS LAS       *
      *           BITACORAS: FECHA DE LA DEPURACION, NOMBRE DE LA     *
      *           BITACORA DE ORIGEN Y LA IMAGEN COMPLETA DEL         *
      *           REGISTRO TAL COMO ESTABA EN LINEA.                  *
      *****************************************************************
       01  REG-BTRARCH.
           05  BTRA-FECHA-DEPURACION           PIC 9(08).
           05  BTRA-BITACORA                   PIC X(08).
           05  BTRA-REGISTRO                   PIC X(200).
           05  FILLER                          PIC X(04).
