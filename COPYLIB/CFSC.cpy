      *****************************************************************
      * CFSC - PARAMETROS DE ENTRADA/SALIDA RUTINA CFSCRCMP           *
      *        (NORMALIZACION Y COMPARACION TOLERANTE DE NOMBRES      *
      *        CONTRA LAS LISTAS DE SANCIONES Y PEP)                  *
      *        FUNCION 'S' = SEPARA CFSC-NOMBRE-CLIENTE EN SUS        *
      *                      PALABRAS SIGNIFICATIVAS                  *
      *        FUNCION 'C' = COMPARA CLIENTE CONTRA CFSC-NOMBRE-LISTA *
      *        FUNCION 'D' = NORMALIZA CFSC-DOCUMENTO (SOLO LETRAS Y  *
      *                      DIGITOS)                                 *
      *        UMBRAL EN CERO = 80 POR CIENTO                         *
      *****************************************************************
       01  CFSC.
           05  CFSC-FUNCION                    PIC X(01).
               88  CFSC-SEPARA                          VALUE 'S'.
               88  CFSC-COMPARA                         VALUE 'C'.
               88  CFSC-NORMALIZA-DOCUMENTO             VALUE 'D'.
           05  CFSC-UMBRAL                     PIC 9(03).
           05  CFSC-NOMBRE-CLIENTE             PIC X(40).
           05  CFSC-NOMBRE-LISTA               PIC X(40).
           05  CFSC-NOMBRE-NORMAL              PIC X(40).
           05  CFSC-DOCUMENTO                  PIC X(20).
           05  CFSC-CANT-PALABRAS              PIC 9(02).
           05  CFSC-PALABRA                    PIC X(20) OCCURS 8 TIMES.
           05  CFSC-PORCENTAJE                 PIC 9(03).
           05  CFSC-RESULTADO                  PIC X(01).
               88  CFSC-COINCIDE                        VALUE 'S'.
               88  CFSC-NO-COINCIDE                     VALUE 'N'.
