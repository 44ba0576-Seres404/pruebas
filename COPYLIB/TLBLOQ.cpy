      *****************************************************************
      * TLBLOQ - CONTROL DE INSTRUCCIONES DE BLOQUEO/DESBLOQUEO DE    *
      *          TARJETA ENVIADAS AL SWITCH AUTORIZADOR. UN REGISTRO  *
      *          POR CUENTA CON LA ULTIMA INSTRUCCION (B=BLOQUEO,     *
      *          D=DESBLOQUEO), SU MOTIVO, EL LOTE (FECHA+SECUENCIA)  *
      *          EN QUE SALIO Y EL ACUSE DEL SWITCH (P=PENDIENTE,     *
      *          A=ACEPTADA, R=RECHAZADA CON SU CODIGO). LO GRABA     *
      *          TLBLQGEN Y LO ACTUALIZA EL INTAKE TLBLQACK.          *
      *****************************************************************
       01  REG-TLBLOQ.
           05  TLBQ-LLAVE.
               10  TLBQ-CUENTA                 PIC X(16).
           05  TLBQ-MAESTRO                    PIC X(01).
               88  TLBQ-MAESTRO-TLMATH                  VALUE 'T'.
               88  TLBQ-MAESTRO-TIMATH                  VALUE 'I'.
           05  TLBQ-CODIGO-CLIENTE             PIC X(08).
           05  TLBQ-ACCION                     PIC X(01).
               88  TLBQ-BLOQUEO                         VALUE 'B'.
               88  TLBQ-DESBLOQUEO                      VALUE 'D'.
           05  TLBQ-MOTIVO                     PIC X(02).
           05  TLBQ-SITUACION-CUENTA           PIC 9(02).
           05  TLBQ-FECHA-ENVIO                PIC 9(08).
           05  TLBQ-SECUENCIA                  PIC 9(07).
           05  TLBQ-ESTADO-ACUSE               PIC X(01).
               88  TLBQ-ACUSE-PENDIENTE                 VALUE 'P'.
               88  TLBQ-ACUSE-ACEPTADA                  VALUE 'A'.
               88  TLBQ-ACUSE-RECHAZADA                 VALUE 'R'.
           05  TLBQ-FECHA-ACUSE                PIC 9(08).
           05  TLBQ-CODIGO-RECHAZO             PIC X(04).
           05  TLBQ-MENSAJE-SWITCH             PIC X(30).
           05  TLBQ-ENVIOS                     PIC 9(03).
           05  FILLER                          PIC X(20).
