      *****************************************************************
      * EDLESPE - LISTA DE ESPERA DE CURSOS LLENOS. CUANDO EDU34023   *
      *           ENCUENTRA EL CUPO DEL CURSO LLENO, LA TARJETA DE    *
      *           INSCRIPCION QUEDA AQUI EN ORDEN DE LLEGADA (FECHA,  *
      *           HORA Y NUMERO DE TARJETA DE LA CORRIDA). AL         *
      *           LIBERARSE UN LUGAR, POR UNA BAJA EN EDU34023 O POR  *
      *           UN AUMENTO DE CAPACIDAD EN EDU34027, EL PRIMERO EN  *
      *           ESPERA SE INSCRIBE AUTOMATICAMENTE. EDLESREP LISTA  *
      *           LAS POSICIONES POR TERMINO.                         *
      *****************************************************************
       01  REG-EDLESPE.
           05  EDLE-LLAVE.
               10  EDLE-CURSO                  PIC X(06).
               10  EDLE-TERMINO                PIC X(04).
               10  EDLE-FECHA-SOLICITUD        PIC 9(08).
               10  EDLE-HORA-SOLICITUD         PIC 9(06).
               10  EDLE-SECUENCIA              PIC 9(05).
           05  EDLE-STUDENT-ID                 PIC X(04).
           05  EDLE-ESTADO                     PIC X(01).
               88  EDLE-EN-ESPERA                       VALUE 'E'.
               88  EDLE-INSCRITO                        VALUE 'I'.
               88  EDLE-CANCELADO                       VALUE 'C'.
           05  EDLE-FECHA-INSCRIPCION          PIC 9(08).
           05  EDLE-PROGRAMA-INSCRIBE          PIC X(08).
           05  FILLER                          PIC X(20).
