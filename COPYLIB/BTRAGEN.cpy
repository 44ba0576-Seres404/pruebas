      *****************************************************************
      * BTRAGEN - MAESTRO DE AGENCIAS DEL BANCO. UNA AGENCIA POR      *
      *           CODIGO CON SU NOMBRE, LA REGION Y EL DISTRITO A LOS *
      *           QUE PERTENECE (NOMBRES EN CFTGEN CFT 013), EL       *
      *           GERENTE, EL ESTADO Y LAS FECHAS DE APERTURA Y       *
      *           CIERRE. LO MANTIENE LA TRANSACCION BT5D1AG3; LOS    *
      *           BATCH LO CONSULTAN CON LA RUTINA COMUN BTRAGE00 Y   *
      *           LAS CAJAS EN LINEA RECHAZAN OPERAR CON UNA AGENCIA  *
      *           CERRADA. EL CODIGO ES EL MISMO DE MOMA-AGENCIA,     *
      *           FPMC-AGENCIA, STFR-CODIGO-AGENCIA Y                 *
      *           MOMC-AGENCIA-ORIGEN (ALINEADO A LA DERECHA).        *
      *****************************************************************
       01  REG-BTRAGEN.
           05  BTAG-LLAVE.
               10  BTAG-AGENCIA                PIC 9(04).
           05  BTAG-NOMBRE                     PIC X(40).
           05  BTAG-REGION                     PIC X(03).
           05  BTAG-DISTRITO                   PIC X(03).
           05  BTAG-GERENTE                    PIC X(40).
           05  BTAG-ESTADO                     PIC X(01).
               88  BTAG-ABIERTA                         VALUE 'A'.
               88  BTAG-CERRADA                         VALUE 'C'.
           05  BTAG-FECHA-APERTURA             PIC 9(08).
           05  BTAG-FECHA-CIERRE               PIC 9(08).
           05  BTAG-FECHA-ULT-CAMBIO           PIC 9(08).
           05  BTAG-USUARIO-ULT-CAMBIO         PIC X(08).
           05  FILLER                          PIC X(20).
