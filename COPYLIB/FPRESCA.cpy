      *****************************************************************
      * FPRESCA - BITACORA DE RESCATES ANTICIPADOS DE FONDOS DE       *
      *           PROTECCION MUTUALISTA. UN REGISTRO POR FONDO        *
      *           RESCATADO ANTES DE SU VENCIMIENTO (BATCH FPRESCAT)  *
      *           CON EL DETALLE DEL CALCULO; LA LLAVE EMPIEZA CON LA *
      *           FECHA PARA EL REPORTE MENSUAL POR AGENCIA FPRESREP  *
      *****************************************************************
       01  REG-FPRESCA.
           05  FPRS-LLAVE.
               10  FPRS-FECHA-RESCATE          PIC 9(08).
               10  FPRS-NUMERO-FONDO           PIC 9(16).
           05  FPRS-AGENCIA                    PIC 9(04).
           05  FPRS-NUMERO-EJECUTIVO           PIC 9(04).
           05  FPRS-CUENTA-ENLACE              PIC 9(16).
           05  FPRS-USUARIO-SOLICITO           PIC X(08).
           05  FPRS-FECHA-VENCIMIENTO          PIC 9(08).
           05  FPRS-MESES-RESTANTES            PIC 9(03).
      *    CAPITAL = LO APORTADO (O LA APORTACION PACTADA EN FONDOS
      *    QUE NO PASAN POR EL COBRO MENSUAL); INTERES GANADO A LA
      *    FECHA; PENALIZACION = (CAPITAL + INTERES) X PORCENTAJE
           05  FPRS-CAPITAL                    PIC 9(11)V99.
           05  FPRS-INTERES-GANADO             PIC 9(09)V99.
           05  FPRS-PORCENTAJE-PENALIZACION    PIC 9(03)V99.
           05  FPRS-MONTO-PENALIZACION         PIC 9(11)V99.
           05  FPRS-MONTO-NETO                 PIC 9(11)V99.
           05  FILLER                          PIC X(20).
