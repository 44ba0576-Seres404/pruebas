      *****************************************************************
      * EDENROL - INSCRIPCIONES DEL SISTEMA DE ESTUDIANTES            *
      *           (EDUC.EDU34023.ENROLL.KSDS01). LAS GRABA EDU34023   *
      *           Y LAS RECORREN EN ORDEN DE ESTUDIANTE + TERMINO +   *
      *           CURSO EDU34024, EDU34028 Y LA FACTURACION DE        *
      *           TERMINO EDCXFACT.                                   *
      *****************************************************************
       01 REG-ENROLL.
          02 ENRL-LLAVE.
             03 ENRL-STUDENT-ID        PIC X(04).
             03 ENRL-TERMINO           PIC X(04).
             03 ENRL-CURSO             PIC X(06).
          02 ENRL-NOTA                 PIC 9(03).
          02 ENRL-NOTA-CAPTURADA       PIC X(01).
             88 ENRL-CON-NOTA                   VALUE 'S'.
             88 ENRL-SIN-NOTA                   VALUE 'N'.
          02 FILLER                    PIC X(12).
