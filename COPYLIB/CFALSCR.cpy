      *****************************************************************
      * CFALSCR - COLA DE REVISION DE COINCIDENCIAS CONTRA LISTAS DE  *
      *           SANCIONES Y PEP. LA ENCOLAN EL TAMIZAJE BATCH       *
      *           CFSCREEN Y LAS ALTAS DE CF5D1CJ3 Y MOCONVER; LA     *
      *           TRABAJA CUMPLIMIENTO EN CF5D1SC3, QUE DESCARTA (D)  *
      *           EL FALSO POSITIVO O CONFIRMA (C) LA COINCIDENCIA.   *
      *           UNA ENTRADA DESCARTADA NO SE VUELVE A ENCOLAR NI    *
      *           DETIENE UNA ALTA; UNA PENDIENTE O CONFIRMADA SI.    *
      *****************************************************************
       01  REG-CFALSCR.
           05  CFAS-LLAVE.
               10  CFAS-CODIGO-CLIENTE         PIC X(08).
               10  CFAS-LISTA                  PIC X(04).
               10  CFAS-ID-LISTA               PIC X(15).
           05  CFAS-TIPO-PERSONA               PIC X(01).
               88  CFAS-PERSONA-NATURAL                 VALUE 'N'.
               88  CFAS-PERSONA-JURIDICA                VALUE 'J'.
           05  CFAS-NOMBRE-CLIENTE             PIC X(40).
           05  CFAS-DOCUMENTO-CLIENTE          PIC X(20).
           05  CFAS-NOMBRE-LISTA               PIC X(40).
           05  CFAS-DOCUMENTO-LISTA            PIC X(20).
           05  CFAS-TIPO-COINCIDENCIA          PIC X(01).
               88  CFAS-POR-NOMBRE                      VALUE 'N'.
               88  CFAS-POR-DOCUMENTO                   VALUE 'D'.
           05  CFAS-PORCENTAJE                 PIC 9(03).
           05  CFAS-ORIGEN                     PIC X(01).
               88  CFAS-ORIGEN-BATCH                    VALUE 'B'.
               88  CFAS-ORIGEN-CF5D1CJ3                 VALUE 'J'.
               88  CFAS-ORIGEN-MOCONVER                 VALUE 'M'.
           05  CFAS-FECHA-DETECCION            PIC 9(08).
           05  CFAS-ESTADO                     PIC X(01).
               88  CFAS-PENDIENTE                       VALUE 'P'.
               88  CFAS-DESCARTADA                      VALUE 'D'.
               88  CFAS-CONFIRMADA                      VALUE 'C'.
           05  CFAS-USUARIO-DECISION           PIC X(08).
           05  CFAS-FECHA-DECISION             PIC 9(08).
           05  CFAS-COMENTARIO                 PIC X(40).
           05  FILLER                          PIC X(15).
