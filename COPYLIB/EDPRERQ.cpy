      *****************************************************************
      * EDPRERQ - PRERREQUISITOS DE LOS CURSOS DEL CATALOGO EDCURSO.  *
      *           UN REGISTRO POR CURSO Y CURSO REQUERIDO, CON LA     *
      *           NOTA MINIMA (ENRL-NOTA) CON QUE DEBE HABERSE        *
      *           APROBADO EN CUALQUIER TERMINO. LO MANTIENE EDU34027 *
      *           CON LAS TARJETAS PRE Y LO VALIDA EDU34023 ANTES DE  *
      *           INSCRIBIR (O DEJAR EN ESPERA) AL ESTUDIANTE.        *
      *****************************************************************
       01  REG-EDPRERQ.
           05  EDPR-LLAVE.
               10  EDPR-CURSO                  PIC X(06).
               10  EDPR-CURSO-REQUERIDO        PIC X(06).
           05  EDPR-NOTA-MINIMA                PIC 9(03).
           05  FILLER                          PIC X(15).
