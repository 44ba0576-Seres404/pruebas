      *            PREJUDICIAL) Y EN QUE FECHA. TLCARTAS LO LEE PARA  *
      *            ESCALAR AL SIGUIENTE NUMERO DE LA SERIE EN LUGAR   *
      *            DE REPETIR LA MISMA CARTA, Y PARA SUPRIMIR LA      *
      *            REGENERACION DENTRO DEL PERIODO DE SILENCIO. LA    *
      *            FECHA DE LA CARTA ANTERIOR QUEDA PARA MEDIR LOS    *
      *            DIAS ENTRE CARTAS QUE EXIGE LA TABLA TLTGEN 013.   *
      *****************************************************************
       01  REG-TLCARHIS.
           05  TLCH-LLAVE.
               88  TLCH-CARTA-REQUERIMIENTO             VALUE 02.
               88  TLCH-CARTA-PREJUDICIAL               VALUE 03.
           05  TLCH-FECHA-ULTIMA               PIC 9(08).
           05  TLCH-FECHA-ANTERIOR             PIC 9(08).
           05  FILLER                          PIC X(05).
