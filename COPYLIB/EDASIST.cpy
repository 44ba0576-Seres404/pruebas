      *****************************************************************
      * EDASIST - ASISTENCIA DIARIA A CLASES DEL SISTEMA DE           *
      *           ESTUDIANTES. UN REGISTRO POR ESTUDIANTE + TERMINO + *
      *           CURSO + FECHA DE LA SESION, CON SU ESTADO: P        *
      *           PRESENTE, A AUSENTE, J AUSENCIA JUSTIFICADA. LO     *
      *           CARGA EDU34030 DESDE TARJETAS (UNA CORRECCION DEL   *
      *           MISMO DIA REEMPLAZA EL ESTADO); EDU34031 CALCULA    *
      *           SEMANALMENTE EL PORCENTAJE DE AUSENCIA POR          *
      *           INSCRIPCION Y EDU34024 IMPRIME LA ASISTENCIA DE     *
      *           CADA CURSO EN EL REPORTE DEL ESTUDIANTE.            *
      *****************************************************************
       01  REG-EDASIST.
           05  EDAS-LLAVE.
               10  EDAS-STUDENT-ID             PIC X(04).
               10  EDAS-TERMINO                PIC X(04).
               10  EDAS-CURSO                  PIC X(06).
               10  EDAS-FECHA                  PIC 9(08).
           05  EDAS-ESTADO                     PIC X(01).
               88  EDAS-PRESENTE                        VALUE 'P'.
               88  EDAS-AUSENTE                         VALUE 'A'.
               88  EDAS-JUSTIFICADA                     VALUE 'J'.
               88  EDAS-ESTADO-VALIDO                   VALUE 'P'
                                                              'A'
                                                              'J'.
           05  EDAS-FECHA-CARGA                PIC 9(08).
           05  FILLER                          PIC X(19).
