      *****************************************************************
      * MOCHEQ - CHEQUERAS EMITIDAS A CUENTAS MONETARIAS. UN REGISTRO *
      *          POR CHEQUERA CON LA SERIE, EL RANGO DE NUMEROS DE    *
      *          CHEQUE (HASTA 100) Y LA FECHA DE EMISION; LA LLAVE   *
      *          LLEVA EL ULTIMO CHEQUE DEL RANGO PARA QUE UN START   *
      *          CON CUENTA + NUMERO DE CHEQUE CAIGA EN LA CHEQUERA   *
      *          QUE LO PUEDE CONTENER. CADA CHEQUE TIENE SU MARCA DE *
      *          PAGADO, QUE EL POSTEO MODIARIO PONE AL PAGARLO (Y    *
      *          QUITA SI SE REVERSA). LA EMITE MO5D1CH3.             *
      *****************************************************************
       01  REG-MOCHEQ.
           05  MOCQ-LLAVE.
               10  MOCQ-CUENTA                 PIC X(16).
               10  MOCQ-CHEQUE-FINAL           PIC 9(08).
           05  MOCQ-SERIE                      PIC X(04).
           05  MOCQ-CHEQUE-INICIAL             PIC 9(08).
           05  MOCQ-FECHA-EMISION              PIC 9(08).
           05  MOCQ-USUARIO-EMISION            PIC X(08).
           05  MOCQ-ESTADO                     PIC X(01).
               88  MOCQ-ACTIVA                          VALUE 'A'.
               88  MOCQ-ANULADA                         VALUE 'N'.
           05  MOCQ-CHEQUES.
               10  MOCQ-MARCA-CHEQUE           PIC X(01)
                                               OCCURS 100 TIMES.
                   88  MOCQ-CHEQUE-PAGADO               VALUE 'P'.
           05  FILLER                          PIC X(20).
