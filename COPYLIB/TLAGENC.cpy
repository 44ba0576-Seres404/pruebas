      *****************************************************************
      * TLAGENC - MAESTRO DE AGENCIAS EXTERNAS DE COBRANZA. UNA       *
      *           AGENCIA POR CODIGO, CON LA ESTRATEGIA DE COBRANZA   *
      *           (TLESTRA) CUYAS CUENTAS RECIBE, SU CUPO MENSUAL DE  *
      *           CUENTAS, LOS DIAS QUE DURA CADA COLOCACION Y EL     *
      *           PORCENTAJE DE COMISION SOBRE LO RECUPERADO. LO      *
      *           MANTIENE LA TRANSACCION TL5D1AG3; LO LEEN TLAGASIG  *
      *           (ASIGNACION MENSUAL) Y TLAGRETO (RETORNOS).         *
      *****************************************************************
       01  REG-TLAGENC.
           05  TLAG-LLAVE.
               10  TLAG-AGENCIA                PIC X(04).
           05  TLAG-NOMBRE                     PIC X(40).
           05  TLAG-ESTRATEGIA                 PIC X(03).
           05  TLAG-CUPO-MENSUAL               PIC 9(05).
           05  TLAG-DIAS-COLOCACION            PIC 9(03).
           05  TLAG-PORC-COMISION              PIC 9(02)V99.
           05  TLAG-ESTADO                     PIC X(01).
               88  TLAG-ACTIVA                          VALUE 'A'.
               88  TLAG-INACTIVA                        VALUE 'I'.
           05  TLAG-FECHA-ULT-RETORNO          PIC 9(08).
           05  TLAG-FECHA-ULT-CAMBIO           PIC 9(08).
           05  TLAG-USUARIO-ULT-CAMBIO         PIC X(08).
           05  FILLER                          PIC X(16).
