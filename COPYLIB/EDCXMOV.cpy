      *****************************************************************
      * EDCXMOV - JORNALIZADO DE MOVIMIENTOS DE LA CUENTA POR COBRAR  *
      *           DEL ESTUDIANTE (EDCXCOB): FACTURA DEL TERMINO Y SUS *
      *           AJUSTES (EDCXFACT), PAGOS EN CAJA Y TRANSFERENCIAS  *
      *           DESDE EDP1AH (ED3D1CX3). LA SECUENCIA SEPARA LOS    *
      *           MOVIMIENTOS DEL MISMO ESTUDIANTE EN EL MISMO        *
      *           SEGUNDO.                                            *
      *****************************************************************
       01  REG-EDCXMOV.
           05  EDCM-LLAVE.
               10  EDCM-STUDENT-ID             PIC X(04).
               10  EDCM-TERMINO                PIC X(04).
               10  EDCM-FECHA                  PIC 9(08).
               10  EDCM-HORA                   PIC 9(06).
               10  EDCM-SECUENCIA              PIC 9(05).
           05  EDCM-TERMINAL                   PIC X(04).
           05  EDCM-USUARIO                    PIC X(08).
           05  EDCM-TIPO                       PIC X(01).
               88  EDCM-FACTURA                         VALUE 'F'.
               88  EDCM-AJUSTE                          VALUE 'A'.
               88  EDCM-PAGO-CAJA                       VALUE 'C'.
               88  EDCM-TRANSFERENCIA                   VALUE 'T'.
           05  EDCM-MONTO                      PIC S9(07)V99.
           05  EDCM-SALDO-RESULTANTE           PIC S9(07)V99.
           05  EDCM-CUENTA-AHORRO              PIC 9(10).
           05  FILLER                          PIC X(15).
