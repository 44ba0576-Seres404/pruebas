      *****************************************************************
      * TLBLJRN - BITACORA DE MANTENIMIENTOS AL INDICE MANUAL TLENBL  *
      *           HECHOS POR TL5D1LM3: UNA ENTRADA POR ALTA, CAMBIO O *
      *           BAJA CON LA IMAGEN ANTES Y DESPUES, USUARIO Y       *
      *           MOMENTO DEL CAMBIO                                  *
      *****************************************************************
       01  REG-TLBLJRN.
               88  TLBJ-ACC-ALTA                        VALUE 'A'.
               88  TLBJ-ACC-CAMBIO                      VALUE 'C'.
               88  TLBJ-ACC-BAJA                        VALUE 'B'.
           05  TLBJ-USUARIO                    PIC X(08).
           05  TLBJ-ANTES.
               10  TLBJ-ANT-CTA-COMPLEJA       PIC X(16).
               10  TLBJ-ANT-ESTADO             PIC X(01).
               10  TLBJ-DES-ESTADO             PIC X(01).
               10  TLBJ-DES-EFEC-DESDE         PIC 9(08).
               10  TLBJ-DES-EFEC-HASTA         PIC 9(08).
           05  FILLER                          PIC X(03).
