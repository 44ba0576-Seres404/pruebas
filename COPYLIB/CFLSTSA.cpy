      *****************************************************************
      * CFLSTSA - LISTAS DE SANCIONES Y PERSONAS EXPUESTAS (OFAC,     *
      *           ONU, PEP LOCAL), CARGADAS POR CFLSTCAR. CADA ENTRADA*
      *           DE LA LISTA SE GRABA UNA VEZ POR CADA PALABRA       *
      *           SIGNIFICATIVA DE SU NOMBRE NORMALIZADO (RUTINA      *
      *           CFSCRCMP) Y UNA VEZ CON '#' + DOCUMENTO, PARA QUE   *
      *           EL TAMIZAJE SOLO COMPARE CONTRA LAS ENTRADAS QUE    *
      *           COMPARTEN AL MENOS UNA PALABRA O EL DOCUMENTO.      *
      *****************************************************************
       01  REG-CFLSTSA.
           05  CFLS-LLAVE.
               10  CFLS-PALABRA                PIC X(20).
               10  CFLS-LISTA                  PIC X(04).
                   88  CFLS-LISTA-OFAC                  VALUE 'OFAC'.
                   88  CFLS-LISTA-ONU                   VALUE 'ONU '.
                   88  CFLS-LISTA-PEP                   VALUE 'PEP '.
               10  CFLS-ID-LISTA               PIC X(15).
           05  CFLS-TIPO-PERSONA               PIC X(01).
               88  CFLS-PERSONA-NATURAL                 VALUE 'N'.
               88  CFLS-PERSONA-JURIDICA                VALUE 'J'.
           05  CFLS-NOMBRE                     PIC X(40).
           05  CFLS-DOCUMENTO                  PIC X(20).
           05  CFLS-PAIS                       PIC X(03).
           05  CFLS-PROGRAMA                   PIC X(10).
           05  CFLS-FECHA-CARGA                PIC 9(08).
           05  FILLER                          PIC X(15).
