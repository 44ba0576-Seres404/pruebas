      *****************************************************************
      * MOCKPT - CHECKPOINT DE REINICIO DEL POSTEO DIARIO MODIARIO    *
      *          (EQUIVALENTE AL TLCKPT DE CIERRES1): CANTIDAD DE     *
      *          MOVIMIENTOS DE MOMDCO YA PROCESADOS Y TOTALES DE     *
      *          CONTROL ACUMULADOS, PARA QUE UNA RECORRIDA RETOME    *
      *          DESDE EL ULTIMO MOVIMIENTO CONFIRMADO                *
      *****************************************************************
       01  REG-MOCKPT.
           05  MOCK-LLAVE                      PIC X(01).
           05  MOCK-FASE                       PIC X(01).
               88  MOCK-FASE-POSTEO                     VALUE '1'.
               88  MOCK-FASE-TERMINADO                  VALUE '9'.
           05  MOCK-FECHA-PROCESO              PIC 9(08).
           05  MOCK-MOVS-LEIDOS                PIC 9(09).
           05  MOCK-MOVS-POSTEADOS             PIC 9(09).
           05  MOCK-MOVS-RECHAZADOS            PIC 9(09).
           05  MOCK-RETENCIONES-CREADAS        PIC 9(09).
           05  MOCK-RECHAZOS-FONDOS            PIC 9(09).
           05  MOCK-RECHAZOS-CHEQUE            PIC 9(09).
           05  MOCK-CHEQUES-PAGADOS            PIC 9(09).
           05  MOCK-MOVS-EN-LINEA              PIC 9(09).
           05  MOCK-RECHAZOS-DUPLICADO         PIC 9(09).
           05  MOCK-VALOR-LEIDO                PIC S9(13)V99.
           05  MOCK-VALOR-POSTEADO             PIC S9(13)V99.
           05  MOCK-VALOR-RECHAZADO            PIC S9(13)V99.
           05  MOCK-VALOR-EN-LINEA             PIC S9(13)V99.
           05  MOCK-SEC-RECHAZO                PIC 9(06).
           05  MOCK-SEC-RETENCION              PIC 9(04).
           05  FILLER                          PIC X(10).
