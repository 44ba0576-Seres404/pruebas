      *****************************************************************
      * MOSLHIS - HISTORICO DIARIO DE SALDOS DE CUENTAS MONETARIAS    *
      *           (VSAM KSDS). UN REGISTRO POR CUENTA Y FECHA DE      *
      *           PROCESO CON LA FOTO DE MOSLIN AL CIERRE DEL DIA,    *
      *           GRABADO POR MOSLDIAR DESPUES DEL POSTEO MODIARIO.   *
      *           LA LEE MOSLPROM PARA EL SALDO PROMEDIO DIARIO DEL   *
      *           MES POR CUENTA Y AGENCIA.                           *
      *****************************************************************
       01  REG-MOSLHIS.
           05  MOSH-LLAVE.
               10  MOSH-CUENTA                 PIC X(16).
               10  MOSH-FECHA                  PIC 9(08).
           05  MOSH-AGENCIA                    PIC 9(04).
           05  MOSH-SALDO-Q                    PIC S9(11)V99 COMP-3.
           05  MOSH-SALDO-D                    PIC S9(11)V99 COMP-3.
           05  MOSH-RESERVADO-Q                PIC S9(11)V99 COMP-3.
           05  MOSH-RESERVADO-D                PIC S9(11)V99 COMP-3.
           05  MOSH-FECHA-ULT-MOVIMIENTO       PIC 9(08).
           05  FILLER                          PIC X(12).
