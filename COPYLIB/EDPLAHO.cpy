      *****************************************************************
      * EDPLAHO - PLANES DE AHORRO PROGRAMADO HACIA LAS CUENTAS DE    *
      *           AHORRO EDUCATIVAS EDP1AH. UN PLAN POR CUENTA        *
      *           MONETARIA ORIGEN (MOMAES) Y CORRELATIVO: CUENTA     *
      *           EDP1AH DESTINO, CUOTA MENSUAL, DIA DEL MES, META    *
      *           (MONTO Y FECHA) Y EL AVANCE ACUMULADO. LOS DA DE    *
      *           ALTA Y CANCELA LA TRANSACCION ED3D1PA3; EL BATCH    *
      *           NOCTURNO EDPLAGEN ENVIA EL DEBITO DE LA CUOTA AL    *
      *           DIARIO Y DEJA EL PLAN PENDIENTE (P); DESPUES DEL    *
      *           POSTEO MODIARIO, EDPLACON ABONA EDP1AH (JORNALIZADO *
      *           EDMVJRN) SI EL DEBITO SE POSTEO O MARCA EL FALLO SI *
      *           SE RECHAZO; AL CUMPLIR LA META CIERRA EL PLAN (M).  *
      *           SI VENCE SU FECHA SIN CUMPLIRLA QUEDA VENCIDO (V).  *
      *           UN INTENTO POR PERIODO: EL PERIODO DEL ULTIMO       *
      *           INTENTO EVITA DEBITAR DOS VECES SI SE REPITE LA     *
      *           CORRIDA. EL DEBITO LLEVA EN MOMC-DOCUMENTO EL       *
      *           CORRELATIVO (4) Y EL PERIODO AAMM (4) DEL INTENTO.  *
      *****************************************************************
       01  REG-EDPLAHO.
           05  EDPA-LLAVE.
               10  EDPA-CUENTA-ORIGEN          PIC X(16).
               10  EDPA-CORRELATIVO            PIC 9(04).
           05  EDPA-CUENTA-AHORRO              PIC 9(10).
           05  EDPA-MONTO-MENSUAL              PIC 9(09)V99.
           05  EDPA-DIA-DEL-MES                PIC 9(02).
           05  EDPA-META-MONTO                 PIC 9(09)V99.
           05  EDPA-META-FECHA                 PIC 9(08).
           05  EDPA-ACUMULADO                  PIC 9(09)V99.
           05  EDPA-ABONOS                     PIC 9(03).
           05  EDPA-FECHA-ULT-ABONO            PIC 9(08).
           05  EDPA-PERIODO-ULT-INTENTO        PIC 9(06).
           05  EDPA-ULTIMO-RESULTADO           PIC X(01).
               88  EDPA-ULT-ABONADO                     VALUE 'A'.
               88  EDPA-ULT-FALLIDO                     VALUE 'F'.
               88  EDPA-ULT-PENDIENTE                   VALUE 'P'.
           05  EDPA-DEBITOS-FALLIDOS           PIC 9(03).
           05  EDPA-FECHA-ULT-FALLO            PIC 9(08).
           05  EDPA-MOTIVO-ULT-FALLO           PIC X(30).
           05  EDPA-ESTADO                     PIC X(01).
               88  EDPA-ACTIVO                          VALUE 'A'.
               88  EDPA-META-CUMPLIDA                   VALUE 'M'.
               88  EDPA-VENCIDO                         VALUE 'V'.
               88  EDPA-CANCELADO                       VALUE 'C'.
           05  EDPA-FECHA-FIN                  PIC 9(08).
           05  EDPA-USUARIO-REGISTRO           PIC X(08).
           05  EDPA-FECHA-REGISTRO             PIC 9(08).
           05  FILLER                          PIC X(20).
