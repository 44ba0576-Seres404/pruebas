      * TLPRJRN - BITACORA DE CAMBIOS A LOS PARAMETROS POR CUENTA     *
      *           TLPRCT HECHOS POR LA TRANSACCION TL5D1PR3: QUIEN    *
      *           CAMBIO QUE OCURRENCIA, CUANDO, Y CON QUE VALOR      *
      *           ANTES Y DESPUES. LOS CAMBIOS MASIVOS DE TLPRMASS    *
      *           LLEVAN ADEMAS EL USUARIO QUE PROPUSO; EN ELLOS      *
      *           TLPJ-USUARIO ES EL QUE APROBO.                      *
      *****************************************************************
       01  REG-TLPRJRN.
           05  TLPJ-LLAVE.
           05  TLPJ-USUARIO                    PIC X(08).
           05  TLPJ-VALOR-ANTES                PIC S9(07)V99.
           05  TLPJ-VALOR-DESPUES              PIC S9(07)V99.
           05  TLPJ-USUARIO-PROPUSO            PIC X(08).
           05  FILLER                          PIC X(04).
