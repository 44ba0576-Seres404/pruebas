      *****************************************************************
      * BTRPVIG - VALORES DE PARAMETROS CON FECHA DE VIGENCIA. CADA   *
      *           REGISTRO ES EL VALOR QUE TOMA UN RENGLON DE TLTGEN, *
      *           MOTGEN, CFTGEN O EDTARIF A PARTIR DE UNA FECHA. LA  *
      *           FECHA VA INVERTIDA EN LA LLAVE (99999999 - FECHA)   *
      *           PARA QUE UN START NOT LESS CON LA FECHA DE PROCESO  *
      *           CAIGA EN EL VALOR VIGENTE A ESA FECHA. LA CARGA     *
      *           BTRPVCAR GUARDA COMO VALOR BASE (FECHA 00000000) EL *
      *           VALOR QUE TENIA EL RENGLON ANTES DEL PRIMER CAMBIO  *
      *           PROGRAMADO. LO CONSULTA LA RUTINA COMUN BTRVIG00 Y  *
      *           LO LISTA EL REPORTE BTRPVREP.                       *
      *           VALOR: LA PARTE DEL RENGLON QUE CAMBIA, ALINEADA A  *
      *             LA IZQUIERDA:                                     *
      *             TLTGEN  = TLTG-DESCRIPCION X(30)                  *
      *             MOTGEN  = MOTC-RESTO X(15)                        *
      *             CFTGEN  = CFTB-RESTO X(45)                        *
      *             EDTARIF = EDTF-VALOR 9(05)V9(04)                  *
      *****************************************************************
       01  REG-BTRPVIG.
           05  BTPV-LLAVE.
               10  BTPV-ARCHIVO                PIC X(08).
               10  BTPV-LLAVE-PARAMETRO        PIC X(16).
               10  BTPV-FECHA-INVERSA          PIC 9(08).
           05  BTPV-FECHA-VIGENCIA             PIC 9(08).
           05  BTPV-VALOR                      PIC X(45).
           05  BTPV-ESTADO                     PIC X(01).
               88  BTPV-VALOR-BASE                      VALUE 'B'.
               88  BTPV-PENDIENTE                       VALUE 'P'.
               88  BTPV-APLICADO                        VALUE 'A'.
               88  BTPV-SUSTITUIDO                      VALUE 'S'.
           05  BTPV-FECHA-APLICACION           PIC 9(08).
           05  BTPV-USUARIO-CAPTURA            PIC X(08).
           05  BTPV-FECHA-CAPTURA              PIC 9(08).
           05  FILLER                          PIC X(20).
