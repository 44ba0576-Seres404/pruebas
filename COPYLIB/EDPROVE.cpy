      * EDPROVE - MAESTRO DE PROVEEDORES DE PELICULAS DEL VIDEOCLUB.  *
      *           RESPALDA EL CODIGO EDPL-VIDEOSUPPLIERCODE DEL       *
      *           CATALOGO EDPELI: NINGUNA PELICULA PUEDE CARGARSE    *
      *           CON UN PROVEEDOR QUE NO EXISTA AQUI. EL COSTO DE    *
      *           REPOSICION ES LO QUE SE CARGA AL SOCIO QUE PIERDE O *
      *           DANA UNA COPIA DEL PROVEEDOR (EN CERO RIGE EL       *
      *           CODIGO REPOSICION DE EDTARIF).                      *
      *****************************************************************
       01  REG-EDPROVE.
           05  EDPR-LLAVE.
               10  EDPR-CODIGO                 PIC 9(02).
           05  EDPR-NOMBRE                     PIC X(30).
           05  EDPR-CONTACTO                   PIC X(25).
           05  EDPR-COSTO-REPOSICION           PIC 9(05)V99.
           05  FILLER                          PIC X(06).
