      *****************************************************************
      * CFCAMDS - ARCHIVO DE DISTRIBUCION DE EVENTOS DE CAMBIO CIF    *
      *           QUE CFCAMDIS ENTREGA A CADA SUSCRIPTOR (PROCESADOR  *
      *           DE TARJETAS, BURO E IMPRENTA). UN ENCABEZADO, UN    *
      *           DETALLE POR EVENTO (EL REGISTRO CFCAMEV COMPLETO) Y *
      *           UNA COLA CON LOS TOTALES DE CONTROL POR GRUPO EN EL *
      *           ORDEN NO, DO, FA, FU, DI, TE.                       *
      *****************************************************************
       01  REG-CFCAMDS.
           05  CFCD-SUSCRIPTOR                 PIC X(08).
           05  CFCD-TIPO-REGISTRO              PIC X(01).
               88  CFCD-ENCABEZADO                      VALUE 'H'.
               88  CFCD-DETALLE                         VALUE 'D'.
               88  CFCD-COLA                            VALUE 'T'.
           05  CFCD-DATOS                      PIC X(275).
           05  CFCD-DATOS-ENCABEZADO  REDEFINES CFCD-DATOS.
               10  CFCD-FECHA-EVENTOS          PIC 9(08).
               10  CFCD-FECHA-GENERACION       PIC 9(08).
               10  CFCD-HORA-GENERACION        PIC 9(06).
               10  CFCD-GRUPOS-SUSCRITOS       PIC X(14).
               10  FILLER                      PIC X(239).
           05  CFCD-DATOS-COLA  REDEFINES CFCD-DATOS.
               10  CFCD-TOTAL-EVENTOS          PIC 9(09).
               10  CFCD-TOTAL-GRUPO            PIC 9(07)
                                               OCCURS 6 TIMES.
               10  FILLER                      PIC X(224).
