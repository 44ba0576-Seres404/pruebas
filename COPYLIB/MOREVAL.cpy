      *****************************************************************
      * MOREVAL - VALUACION DE FIN DE MES DE LAS POSICIONES EN        *
      *           DOLARES DE CUENTAS MONETARIAS, POR AGENCIA Y        *
      *           CONCEPTO (S = SALDOS DISPONIBLES D DE MOSLIN, I =   *
      *           INTERES DEVENGADO D DE MOINTAC). LA MANTIENE EL     *
      *           BATCH MOREVALU EN CADA FIN DE MES DE TLCALEN: LA    *
      *           VALUACION DEL MES QUEDA COMO ACTUAL Y LA DEL MES    *
      *           ANTERIOR PASA A ANTERIOR, DE MODO QUE UN RERUN DEL  *
      *           MISMO MES VUELVE A COMPARAR CONTRA LA ANTERIOR.     *
      *****************************************************************
       01  REG-MOREVAL.
           05  MORV-LLAVE.
               10  MORV-AGENCIA                PIC 9(04).
               10  MORV-CONCEPTO               PIC X(01).
                   88  MORV-SALDOS                      VALUE 'S'.
                   88  MORV-INTERESES                   VALUE 'I'.
           05  MORV-ACTUAL.
               10  MORV-MES-ACTUAL             PIC 9(06).
               10  MORV-TASA-ACTUAL            PIC 9(05)V9(04).
               10  MORV-USD-ACTUAL             PIC S9(13)V99  COMP-3.
               10  MORV-VALUACION-ACTUAL       PIC S9(13)V99  COMP-3.
               10  MORV-DIFERENCIA-ACTUAL      PIC S9(13)V99  COMP-3.
           05  MORV-ANTERIOR.
               10  MORV-MES-ANTERIOR           PIC 9(06).
               10  MORV-TASA-ANTERIOR          PIC 9(05)V9(04).
               10  MORV-USD-ANTERIOR           PIC S9(13)V99  COMP-3.
               10  MORV-VALUACION-ANTERIOR     PIC S9(13)V99  COMP-3.
               10  MORV-DIFERENCIA-ANTERIOR    PIC S9(13)V99  COMP-3.
           05  FILLER                          PIC X(20).
