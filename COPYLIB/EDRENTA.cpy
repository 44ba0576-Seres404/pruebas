      * EDRENTA - CIRCULACION DEL VIDEOCLUB: UNA RENTA POR PELICULA,  *
      *           SOCIO Y FECHA DE SALIDA. UNA PELICULA CON UNA RENTA *
      *           EN ESTADO F (FUERA) NO PUEDE VOLVER A RENTARSE      *
      *           HASTA SU CHECK-IN. UNA COPIA PERDIDA (P) O DANADA   *
      *           (X) CIERRA LA RENTA EN ED3D1VC3 SIN DEVOLUCION: LA  *
      *           FECHA DE DEVOLUCION GUARDA LA FECHA DEL CIERRE, LA  *
      *           MORA DEJA DE DEVENGARSE Y EL COSTO DE REPOSICION SE *
      *           CARGA AL SOCIO EN EDREPOS. EL PRECIO DE RENTA SE    *
      *           COBRA AL SALIR Y QUEDA AQUI CON LA TERMINAL PARA EL *
      *           CUADRE DE CAJA DIARIO (BATCH EDCUADRE).             *
      *****************************************************************
       01  REG-EDRENTA.
           05  EDRT-LLAVE.
           05  EDRT-ESTADO                     PIC X(01).
               88  EDRT-FUERA                           VALUE 'F'.
               88  EDRT-DEVUELTA                        VALUE 'D'.
               88  EDRT-PERDIDA                         VALUE 'P'.
               88  EDRT-DANADA                          VALUE 'X'.
      *    COPIA FISICA QUE SALIO (INVENTARIO EDPELCO): UN TITULO CON
      *    VARIAS COPIAS PUEDE TENER VARIAS RENTAS ABIERTAS A LA VEZ
           05  EDRT-COPIA                      PIC 9(02).
           05  EDRT-PRECIO                     PIC 9(05)V99.
           05  FILLER                          PIC X(17).
