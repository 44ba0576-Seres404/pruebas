      *            CASA LA RESPUESTA DEL MAYOR GENERAL POR FECHA Y    *
      *            TOTALES Y MARCA EL LOTE ACEPTADO (A) O RECHAZADO   *
      *            (R), Y LISTA LOS LOTES GENERADOS QUE NUNCA FUERON  *
      *            ACUSADOS. LA LLAVE LLEVA, ADEMAS DE LA FECHA, EL   *
      *            PROGRAMA QUE GENERO EL LOTE (TLCONTAB PARA MORA,   *
      *            MOCONTAB PARA CUENTAS MONETARIAS), PORQUE CADA     *
      *            EXTRACTO VIAJA AL MAYOR COMO UN LOTE PROPIO.       *
      *****************************************************************
       01  REG-TLCTPOST.
           05  TLCP-LLAVE.
               10  TLCP-FECHA-LOTE             PIC 9(08).
               10  TLCP-ORIGEN                 PIC X(08).
           05  TLCP-PARTIDAS                   PIC 9(07).
           05  TLCP-TOT-CARGOS                 PIC S9(12)V99.
           05  TLCP-TOT-ABONOS                 PIC S9(12)V99.
               88  TLCP-RECHAZADO                       VALUE 'R'.
           05  TLCP-FECHA-ACUSE                PIC 9(08).
           05  TLCP-MENSAJE-MAYOR              PIC X(30).
           05  FILLER                          PIC X(02).
