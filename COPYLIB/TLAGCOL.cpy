      *****************************************************************
      * TLAGCOL - COLOCACIONES DE CUENTAS EN AGENCIAS EXTERNAS. UN    *
      *           REGISTRO POR CUENTA Y MONEDA CON LA AGENCIA QUE LA  *
      *           TIENE, LA VIGENCIA DE LA COLOCACION, EL SALDO Y LOS *
      *           DIAS DE MORA AL COLOCAR, Y LO QUE LA AGENCIA HA     *
      *           REPORTADO (GESTIONES, PAGOS Y COMISION GANADA). LO  *
      *           SIEMBRA TLAGASIG Y LO ACTUALIZA TLAGRETO, QUE       *
      *           TAMBIEN RETIRA LAS COLOCACIONES VENCIDAS.           *
      *****************************************************************
       01  REG-TLAGCOL.
           05  TLAC-LLAVE.
               10  TLAC-CUENTA                 PIC X(16).
               10  TLAC-MONEDA                 PIC 9(01).
           05  TLAC-AGENCIA                    PIC X(04).
           05  TLAC-CODIGO-CLIENTE             PIC X(08).
           05  TLAC-ESTRATEGIA                 PIC X(03).
           05  TLAC-FECHA-COLOCACION           PIC 9(08).
           05  TLAC-FECHA-VENCE                PIC 9(08).
           05  TLAC-DIAS-MORA                  PIC S9(03).
           05  TLAC-SALDO-COLOCADO             PIC S9(09)V99 COMP-3.
           05  TLAC-GESTIONES                  PIC 9(05).
           05  TLAC-CANTIDAD-PAGOS             PIC 9(05).
           05  TLAC-MONTO-PAGADO               PIC S9(11)V99 COMP-3.
           05  TLAC-COMISION                   PIC S9(09)V99 COMP-3.
           05  TLAC-FECHA-ULT-RETORNO          PIC 9(08).
           05  TLAC-ESTADO                     PIC X(01).
               88  TLAC-COLOCADA                        VALUE 'C'.
               88  TLAC-RETIRADA                        VALUE 'R'.
           05  TLAC-FECHA-RETIRO               PIC 9(08).
           05  FILLER                          PIC X(20).
