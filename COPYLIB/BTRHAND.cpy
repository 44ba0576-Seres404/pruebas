      *****************************************************************
      * BTRHAND - REGISTRO DE TOTALES DE CONTROL DE LA ENTREGA DE     *
      *           DATASETS ENTRE JOBS DE LA CADENA NOCTURNA. POR      *
      *           FECHA DE PROCESO Y DATASET HAY UN REGISTRO DEL      *
      *           PRODUCTOR (CONSUMIDOR EN ESPACIOS) CON EL CONTEO,   *
      *           EL TOTAL HASH Y EL TOTAL DE VALOR DE LO ESCRITO, Y  *
      *           UN REGISTRO POR CADA CONSUMIDOR CON LO QUE LEYO Y   *
      *           EL RESULTADO DE LA COMPARACION. LO MANTIENE LA      *
      *           RUTINA BTRHND00 Y LO LISTA EL REPORTE BTRHREP.      *
      *           EL TOTAL HASH Y EL DE VALOR SE ARMAN POR DATASET:   *
      *             TLIMOR  HASH = SUMA DE BIN + CORRELATIVO          *
      *                     VALOR= SUMA DE DIAS DE MORA DEL CICLO 1   *
      *             PROVFIL HASH = SUMA DE BIN + CORRELATIVO          *
      *                     VALOR= SUMA DE LA RESERVA CALCULADA       *
      *             MOSLIN  HASH = SUMA DE FECHA ULTIMO MOVIMIENTO    *
      *                     VALOR= SUMA DE SALDO DISPONIBLE Q + D     *
      *****************************************************************
       01  REG-BTRHAND.
           05  BTRH-LLAVE.
               10  BTRH-FECHA-PROCESO          PIC 9(08).
               10  BTRH-DATASET                PIC X(08).
               10  BTRH-CONSUMIDOR             PIC X(08).
                   88  BTRH-ES-PRODUCTOR                VALUE SPACES.
           05  BTRH-JOB                        PIC X(08).
           05  BTRH-CONTEO                     PIC 9(11).
           05  BTRH-HASH                       PIC 9(18).
           05  BTRH-VALOR                      PIC S9(15)V99.
           05  BTRH-HORA                       PIC 9(06).
           05  BTRH-RESULTADO                  PIC X(01).
               88  BTRH-PRODUCIDO                       VALUE 'P'.
               88  BTRH-CUADRADO                        VALUE 'B'.
               88  BTRH-DESCUADRADO                     VALUE 'D'.
               88  BTRH-SIN-PRODUCTOR                   VALUE 'S'.
           05  FILLER                          PIC X(15).
