       01  REG-FPMCTA.
           05  FPMC-LLAVE                      PIC 9(16).
           05  FPMC-SITUACION-CUENTA           PIC 9(02).
      *    99 = LIQUIDADO AL VENCIMIENTO (FPVENCIM)
      *    98 = RESCATADO ANTES DEL VENCIMIENTO (FPRESCAT)
               88  FPMC-LIQUIDADO                       VALUE 99.
               88  FPMC-RESCATADO                       VALUE 98.
           05  FPMC-SITUACION-JURIDICA         PIC 9(01).
           05  FPMC-APORTACION-PACTADA         PIC 9(09)V99.
           05  FPMC-CUENTA-ENLACE              PIC 9(16).
      *    LIQUIDA EL FONDO (SITUACION 99 = LIQUIDADO) Y ABONA LA
      *    APORTACION MAS INTERESES A LA CUENTA ENLACE VIA EL DIARIO
           05  FPMC-FECHA-VENCIMIENTO          PIC 9(08).
      *    COBRO MENSUAL DE LA APORTACION PACTADA CON DEBITO A LA
      *    CUENTA ENLACE (BATCH FPAPORTA): CUOTAS COBRADAS Y NO
      *    COBRADAS, CUOTAS SEGUIDAS EN MORA (CERO AL COBRAR), TOTAL
      *    EFECTIVAMENTE APORTADO, INTERES MENSUAL ACUMULADO SOBRE LO
      *    APORTADO Y ULTIMO MES PROCESADO (AAAAMM). CON EL MES EN
      *    CERO EL FONDO NUNCA PASO POR EL COBRO MENSUAL. LA CUOTA
      *    ENVIADA AL DIARIO SE CUENTA COMO COBRADA O NO COBRADA HASTA
      *    QUE FPAPOCON VE EL RESULTADO DEL POSTEO MODIARIO; LA QUE NO
      *    SE PUDO ENVIAR SE CUENTA DE UNA VEZ COMO NO COBRADA
           05  FPMC-CUOTAS-PAGADAS             PIC 9(03).
           05  FPMC-CUOTAS-NO-PAGADAS          PIC 9(03).
           05  FPMC-CUOTAS-MORA-SEGUIDAS       PIC 9(03).
           05  FPMC-TOTAL-APORTADO             PIC 9(11)V99.
           05  FPMC-INTERES-ACUMULADO          PIC 9(09)V99.
           05  FPMC-MES-ULTIMO-COBRO           PIC 9(06).
      *    ESTADO DEL DEBITO DEL MES: P = ENVIADO AL DIARIO, PENDIENTE
      *    DEL POSTEO; C = POSTEADO; R = RECHAZADO POR EL POSTEO.
      *    ESPACIOS SI NO HAY DEBITO EN CURSO O EN FONDOS ANTERIORES AL
      *    CAMPO. EL DEBITO LLEVA EN MOMC-DOCUMENTO LOS ULTIMOS CUATRO
      *    DIGITOS DEL FONDO Y EL MES COBRADO (AAMM)
           05  FPMC-ESTADO-COBRO               PIC X(01).
               88  FPMC-COBRO-PENDIENTE                 VALUE 'P'.
               88  FPMC-COBRO-CONFIRMADO                VALUE 'C'.
               88  FPMC-COBRO-RECHAZADO                 VALUE 'R'.
           05  FILLER                          PIC X(01).
