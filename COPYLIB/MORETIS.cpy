      *****************************************************************
      * MORETIS - ACUMULADO DE RETENCION DE ISR SOBRE INTERESES POR   *
      *           CLIENTE (MOMA-CODIGO-UNIVERSAL) Y ANIO. MOINTACC LO *
      *           ACTUALIZA EN CADA CAPITALIZACION DE FIN DE MES CON  *
      *           EL INTERES CAPITALIZADO Y EL ISR RETENIDO DEL MES,  *
      *           POR MONEDA. MOISRSAT ARMA CON EL LA DECLARACION     *
      *           MENSUAL DE RETENCIONES A LA SAT Y MOISRCER LAS      *
      *           CONSTANCIAS ANUALES DE RETENCION POR CLIENTE.       *
      *****************************************************************
       01  REG-MORETIS.
           05  MORI-LLAVE.
               10  MORI-CODIGO-UNIVERSAL       PIC X(08).
               10  MORI-ANIO                   PIC 9(04).
           05  MORI-MESES.
               10  MORI-MES OCCURS 12 TIMES.
                   15  MORI-INTERES-Q          PIC S9(11)V99 COMP-3.
                   15  MORI-RETENIDO-Q         PIC S9(11)V99 COMP-3.
                   15  MORI-INTERES-D          PIC S9(11)V99 COMP-3.
                   15  MORI-RETENIDO-D         PIC S9(11)V99 COMP-3.
           05  MORI-FECHA-ULT-RETENCION        PIC 9(08).
           05  FILLER                          PIC X(20).
