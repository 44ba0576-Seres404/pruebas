      *****************************************************************
      * EDPELI - MAESTRO DE PELICULAS (VIDEOCLUB). LA CATEGORIA Y LA  *
      *          MARCA DE ESTRENO FIJAN EL PRECIO DE RENTA QUE COBRA  *
      *          EL CHECK-OUT ED3D1VC3 SEGUN LA TABLA EDTARIF         *
      *          (PRECIOESTR, PRECIOCAT + CATEGORIA O PRECIORENT).    *
      *****************************************************************
       01  REG-EDPELI.
           05  EDPL-LLAVE                      PIC 9(05).
           05  EDPL-VIDEOTITLE                 PIC X(40).
           05  EDPL-VIDEOSUPPLIERCODE          PIC 9(02).
           05  EDPL-CATEGORIA                  PIC X(01).
           05  EDPL-ESTRENO                    PIC X(01).
               88  EDPL-ES-ESTRENO                      VALUE 'S'.
           05  FILLER                          PIC X(11).
