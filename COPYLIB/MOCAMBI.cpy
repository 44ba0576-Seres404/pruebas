      *****************************************************************
      * MOCAMBI - BITACORA DE COMPRA Y VENTA DE DOLARES CONTRA LOS    *
      *           SALDOS DE LA CUENTA (VSAM ESDS). LA GRABA LA        *
      *           TRANSACCION MO5D1FX3 UNA VEZ APLICADO EL PAR DE     *
      *           MOVIMIENTOS Y LA LEE MOCAMREP PARA LA POSICION      *
      *           DIARIA DE CAMBIOS POR AGENCIA. COMPRA = EL BANCO    *
      *           COMPRA DOLARES AL CLIENTE (DEBITA D, ACREDITA Q);   *
      *           VENTA = EL BANCO LE VENDE DOLARES (DEBITA Q,        *
      *           ACREDITA D). EL INGRESO POR MARGEN ES LA DIFERENCIA *
      *           ENTRE LA TASA APLICADA Y LA DE REFERENCIA TLTCAMB.  *
      *****************************************************************
       01  REG-MOCAMBI.
           05  MOCB-FECHA-PROCESO              PIC 9(08).
           05  MOCB-HORA                       PIC 9(06).
           05  MOCB-AGENCIA                    PIC 9(03).
           05  MOCB-CUENTA                     PIC X(16).
           05  MOCB-OPERACION                  PIC X(01).
               88  MOCB-COMPRA                          VALUE 'C'.
               88  MOCB-VENTA                           VALUE 'V'.
           05  MOCB-MONTO-USD                  PIC S9(09)V99  COMP-3.
           05  MOCB-TASA-REFERENCIA            PIC 9(05)V9(04).
           05  MOCB-MARGEN                     PIC 9(02)V9(04).
           05  MOCB-TASA-APLICADA              PIC 9(05)V9(04).
           05  MOCB-MONTO-GTQ                  PIC S9(11)V99  COMP-3.
           05  MOCB-INGRESO-MARGEN             PIC S9(09)V99  COMP-3.
           05  MOCB-DOCUMENTO                  PIC 9(08).
           05  MOCB-TERMINAL                   PIC X(04).
           05  MOCB-CODIGO-DEBITO              PIC 9(02).
           05  MOCB-CODIGO-CREDITO             PIC 9(02).
           05  FILLER                          PIC X(20).
